      ******************************************************************
      **  GIRZGLX4 : ZEGELCONTROLE EN TRANSMISSIEREGISTER VAN DE       *
      **  --------   VRIJGEGEVEN BAND                                  *
      **                                                               *
      **  - LOOPT IN DE VERZENDSTAP VLAK VOOR DE OVERDRACHT NAAR DE    *
      **    BANK (NA EEN EVENTUELE OMZETTING DOOR GIRPANX4).           *
      **  - REKENT HET ZEGEL VAN DE VRIJGEGEVEN BAND (RELB) PER        *
      **    BANKKANAAL OPNIEUW (AANTAL REKORDS, AANTAL EN SOM VAN DE   *
      **    5N0001-LIJNEN, HASH - ZELFDE BEREKENING ALS SCHRIJF-RELB   *
      **    IN GIRVORX4) EN VERGELIJKT HET MET HET ZEGEL (RELZ) DAT    *
      **    GIRVORX4 BIJ DE VRIJGAVE SCHREEF.                          *
      **  - TOETST HET TRANSMISSIEREGISTER (VORIGE GENERATIE TRMO):    *
      **    EEN BAND-ID/KANAAL DAT AL VERZONDEN WERD, OF EEN KANAAL    *
      **    MET EXACT DEZELFDE INHOUD (HASH, AANTAL, SOM) ONDER EEN    *
      **    ANDER BAND-ID, WORDT GEWEIGERD.                            *
      **  - ALLES IN ORDE: DE KANALEN VAN DE BAND WORDEN ALS VERZONDEN *
      **    AAN HET REGISTER TOEGEVOEGD (NIEUWE GENERATIE TRMQ).       *
      **    ANDERS: GEEN REGISTRATIE, AFWIJKINGEN OP HET VERSLAG       *
      **    (ZGLR) EN RETURN-CODE 16 ZODAT DE JCL DE OVERDRACHT NIET   *
      **    UITVOERT.                                                  *
      **  - HET REGISTER BEWIJST SAMEN MET HET CERTIFICAAT VAN         *
      **    GIRCERX4 (VOORWAARDE VAN DEZELFDE VERZENDSTAP) DAT WAT     *
      **    HET HUIS VERLIET OVEREENSTEMT MET WAT WERD VRIJGEGEVEN.    *
      **                                                               *
      ******************************************************************
      *RVH107: NIEUW PROGRAMMA - ZEGELCONTROLE EN TRANSMISSIEREGISTER
      *        VOOR DE BANDVERZENDING.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRZGLX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH107*
RVH107* RVH107 15/10/2026
RVH107*     NIEUW PROGRAMMA : CONTROLE VAN HET BANDZEGEL EN WEIGERING
RVH107*     VAN EEN GEWIJZIGDE OF REEDS VERZONDEN BAND, MET
RVH107*     TRANSMISSIEREGISTER PER BAND EN BANKKANAAL.
RVH107*
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
           SELECT RELB-FILE ASSIGN TO RELB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELB-STATUS.
      *----------------------------------------------------------------
      *RVH107: ZEGEL VAN DE BAND (GIRVORX4).
      *----------------------------------------------------------------
           SELECT RELZ-FILE ASSIGN TO RELZ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELZ-STATUS.
      *----------------------------------------------------------------
      *RVH107: TRANSMISSIEREGISTER, VORIGE (TRMO) EN NIEUWE (TRMQ)
      *        GENERATIE. TRMO ONTBREEKT ENKEL BIJ DE EERSTE RUN.
      *----------------------------------------------------------------
           SELECT TRMO-FILE ASSIGN TO TRMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-TRMO-STATUS.
           SELECT TRMQ-FILE ASSIGN TO TRMQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-TRMQ-STATUS.
      *----------------------------------------------------------------
      *RVH107: AFWIJKINGENVERSLAG.
      *----------------------------------------------------------------
           SELECT ZGLR-FILE ASSIGN TO ZGLR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ZGLR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  RELB-FILE
           RECORDING MODE IS F.
           COPY SEPAAUKU.
       01  RELB-REC                     PIC X(475).
       FD  RELZ-FILE
           RECORDING MODE IS F.
       01  RELZ-REC.
           05  RELZ-BANDID.
               10  RELZ-DATUM           PIC 9(08).
               10  RELZ-TIJD            PIC 9(06).
           05  RELZ-BANK                PIC 9(01).
           05  RELZ-REKORDS             PIC 9(07).
           05  RELZ-AANTAL              PIC 9(07).
           05  RELZ-TOTAAL              PIC S9(11).
           05  RELZ-HASH                PIC 9(12).
       FD  TRMO-FILE
           RECORDING MODE IS F.
       01  TRMO-REC                     PIC X(79).
       FD  TRMQ-FILE
           RECORDING MODE IS F.
       01  TRMQ-REC                     PIC X(79).
       FD  ZGLR-FILE
           RECORDING MODE IS F.
       01  ZGLR-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-RELB-STATUS               PIC XX VALUE ZEROES.
       01  WS-RELZ-STATUS               PIC XX VALUE ZEROES.
       01  WS-TRMO-STATUS               PIC XX VALUE ZEROES.
       01  WS-TRMQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-ZGLR-STATUS               PIC XX VALUE ZEROES.
       01  WS-RELB-EOF-SW               PIC X VALUE "N".
           88  WS-RELB-EOF              VALUE "Y".
       01  WS-RELZ-EOF-SW               PIC X VALUE "N".
           88  WS-RELZ-EOF              VALUE "Y".
       01  WS-TRMO-EOF-SW               PIC X VALUE "N".
           88  WS-TRMO-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH107: REGISTERREKORD - HET ZEGEL VAN EEN VERZONDEN KANAAL
      *        MET HET OGENBLIK VAN DE VERZENDING.
      *----------------------------------------------------------------
       01  WS-TRM-REC.
           05  WS-TRM-BANDID.
               10  WS-TRM-DATUM         PIC 9(08).
               10  WS-TRM-TIJD          PIC 9(06).
           05  WS-TRM-BANK              PIC 9(01).
           05  WS-TRM-REKORDS           PIC 9(07).
           05  WS-TRM-AANTAL            PIC 9(07).
           05  WS-TRM-TOTAAL            PIC S9(11).
           05  WS-TRM-HASH              PIC 9(12).
           05  WS-TRM-VERZ-DATUM        PIC 9(08).
           05  WS-TRM-VERZ-TIJD         PIC 9(06).
           05  WS-TRM-STATUS            PIC X(01).
               88  WS-TRM-VERZONDEN     VALUE "V".
           05  WS-TRM-PROGRAMMA         PIC X(08).
           05  FILLER                   PIC X(04).
      *----------------------------------------------------------------
      *RVH107: ZEGEL EN HERREKENING PER BANKKANAAL (RIJ = WELKEBANK
      *        + 1, ZELFDE REGEL ALS BEPAAL-BANKRIJ IN GIRVORX4).
      *----------------------------------------------------------------
       01  WS-ZGL-TABLE.
           05  WS-ZGL-ENTRY OCCURS 3 TIMES.
               10  WS-ZGL-AANW-SW       PIC X(01).
                   88  WS-ZGL-AANWEZIG  VALUE "J".
               10  WS-ZGL-BANDID        PIC 9(14).
               10  WS-ZGL-REKORDS       PIC 9(07).
               10  WS-ZGL-AANTAL        PIC 9(07).
               10  WS-ZGL-TOTAAL        PIC S9(11).
               10  WS-ZGL-HASH          PIC 9(12).
               10  WS-HER-REKORDS       PIC 9(07).
               10  WS-HER-AANTAL        PIC 9(07).
               10  WS-HER-TOTAAL        PIC S9(11).
               10  WS-HER-HASH          PIC 9(12).
       01  WS-ZGL-SUB                   PIC 9(01).
       01  WS-ZGL-BANK                  PIC 9(01).
       01  WS-ZGL-POS                   PIC 9(03).
       01  WS-ZGL-BYTE-N                PIC 9(04) COMP.
       01  WS-ZGL-BYTE-X REDEFINES WS-ZGL-BYTE-N
                                        PIC X(02).
       01  WS-ZGL-WERK                  PIC 9(14).
       01  WS-ZGL-QUOT                  PIC 9(14).
       01  WS-ZGL-BANDID-W              PIC 9(14).
       01  WS-WEIGERING-SW              PIC X VALUE "N".
           88  WS-BAND-GEWEIGERD        VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-TIJD-8                    PIC 9(08) VALUE ZERO.
       01  WS-CNT-REGISTER              PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEREGISTREERD         PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-ZEGEL SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-ZEGEL.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-ZEGEL
           PERFORM LADEN-ZEGEL
           PERFORM HERREKEN-BAND
           PERFORM TOETS-ZEGEL
           PERFORM TOETS-REGISTER
           IF WS-BAND-GEWEIGERD
              DISPLAY "GIRZGLX4 - BAND GEWEIGERD - ZIE ZGLR - "
                      "GEEN VERZENDING"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM REGISTREER-VERZENDING
           END-IF
           PERFORM FIN-ZEGEL
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-ZEGEL.
      *************
           OPEN INPUT RELB-FILE
           IF WS-RELB-STATUS NOT = "00"
              DISPLAY "GIRZGLX4 - ERREUR OPEN RELB STATUS = "
                      WS-RELB-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT RELZ-FILE
           IF WS-RELZ-STATUS NOT = "00"
              DISPLAY "GIRZGLX4 - ERREUR OPEN RELZ STATUS = "
                      WS-RELZ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT TRMQ-FILE
           IF WS-TRMQ-STATUS NOT = "00"
              DISPLAY "GIRZGLX4 - ERREUR OPEN TRMQ STATUS = "
                      WS-TRMQ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ZGLR-FILE
           IF WS-ZGLR-STATUS NOT = "00"
              DISPLAY "GIRZGLX4 - ERREUR OPEN ZGLR STATUS = "
                      WS-ZGLR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           ACCEPT WS-TIJD-8 FROM TIME
           PERFORM VARYING WS-ZGL-SUB FROM 1 BY 1
                   UNTIL WS-ZGL-SUB > 3
              MOVE "N"  TO WS-ZGL-AANW-SW (WS-ZGL-SUB)
              MOVE ZERO TO WS-ZGL-BANDID (WS-ZGL-SUB)
                           WS-ZGL-REKORDS (WS-ZGL-SUB)
                           WS-ZGL-AANTAL (WS-ZGL-SUB)
                           WS-ZGL-TOTAAL (WS-ZGL-SUB)
                           WS-ZGL-HASH (WS-ZGL-SUB)
                           WS-HER-REKORDS (WS-ZGL-SUB)
                           WS-HER-AANTAL (WS-ZGL-SUB)
                           WS-HER-TOTAAL (WS-ZGL-SUB)
                           WS-HER-HASH (WS-ZGL-SUB)
           END-PERFORM
           .
      *
       LADEN-ZEGEL.
      **************
           PERFORM LEZEN-RELZ
           PERFORM WITH TEST BEFORE UNTIL WS-RELZ-EOF
              IF RELZ-BANK < 3
                 COMPUTE WS-ZGL-SUB = RELZ-BANK + 1
                 MOVE "J"          TO WS-ZGL-AANW-SW (WS-ZGL-SUB)
                 MOVE RELZ-BANDID  TO WS-ZGL-BANDID (WS-ZGL-SUB)
                 MOVE RELZ-REKORDS TO WS-ZGL-REKORDS (WS-ZGL-SUB)
                 MOVE RELZ-AANTAL  TO WS-ZGL-AANTAL (WS-ZGL-SUB)
                 MOVE RELZ-TOTAAL  TO WS-ZGL-TOTAAL (WS-ZGL-SUB)
                 MOVE RELZ-HASH    TO WS-ZGL-HASH (WS-ZGL-SUB)
              ELSE
                 SET WS-BAND-GEWEIGERD TO TRUE
                 MOVE "ZEGELREKORD MET ONGELDIG BANKKANAAL"
                   TO ZGLR-REC
                 WRITE ZGLR-REC
              END-IF
              PERFORM LEZEN-RELZ
           END-PERFORM
           CLOSE RELZ-FILE
           .
      *
       LEZEN-RELZ.
      *************
           READ RELZ-FILE
              AT END
                 SET WS-RELZ-EOF TO TRUE
           END-READ
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
      *----------------------------------------------------------------
      *RVH107: DE BAND OPNIEUW DOORREKENEN - HASH OVER DE VOLLEDIGE
      *        REKORDS IN LEESVOLGORDE (ZIE SCHRIJF-RELB IN GIRVORX4).
      *----------------------------------------------------------------
       HERREKEN-BAND.
      ****************
           PERFORM LEZEN-RELB
           PERFORM WITH TEST BEFORE UNTIL WS-RELB-EOF
              IF WELKEBANK NUMERIC AND WELKEBANK < 3
                 COMPUTE WS-ZGL-SUB = WELKEBANK + 1
              ELSE
                 MOVE 1 TO WS-ZGL-SUB
              END-IF
              ADD 1 TO WS-HER-REKORDS (WS-ZGL-SUB)
              IF USERCOD = "5N0001"
                 ADD 1         TO WS-HER-AANTAL (WS-ZGL-SUB)
                 ADD NETBEDRAG TO WS-HER-TOTAAL (WS-ZGL-SUB)
              END-IF
              PERFORM VARYING WS-ZGL-POS FROM 1 BY 1
                      UNTIL WS-ZGL-POS > 475
                 MOVE ZERO TO WS-ZGL-BYTE-N
                 MOVE RELB-REC (WS-ZGL-POS:1) TO WS-ZGL-BYTE-X (2:1)
                 COMPUTE WS-ZGL-WERK = WS-HER-HASH (WS-ZGL-SUB) * 31
                                     + WS-ZGL-BYTE-N
                 END-COMPUTE
                 DIVIDE WS-ZGL-WERK BY 999999999989
                        GIVING WS-ZGL-QUOT
                        REMAINDER WS-HER-HASH (WS-ZGL-SUB)
              END-PERFORM
              PERFORM LEZEN-RELB
           END-PERFORM
           CLOSE RELB-FILE
           .
      *
      *----------------------------------------------------------------
      *RVH107: PER KANAAL ZEGEL TEGEN HERREKENING. EEN KANAAL OP DE
      *        BAND ZONDER ZEGEL, OF EEN ZEGEL ZONDER REKORDS OP DE
      *        BAND, IS EVENZEER EEN AFWIJKING.
      *----------------------------------------------------------------
       TOETS-ZEGEL.
      **************
           PERFORM VARYING WS-ZGL-SUB FROM 1 BY 1
                   UNTIL WS-ZGL-SUB > 3
              COMPUTE WS-ZGL-BANK = WS-ZGL-SUB - 1
              EVALUATE TRUE
              WHEN NOT WS-ZGL-AANWEZIG (WS-ZGL-SUB)
                 IF WS-HER-REKORDS (WS-ZGL-SUB) > ZERO
                    SET WS-BAND-GEWEIGERD TO TRUE
                    MOVE SPACES TO ZGLR-REC
                    STRING "KANAAL "          DELIMITED BY SIZE
                           WS-ZGL-BANK        DELIMITED BY SIZE
                           " OP DE BAND ZONDER ZEGEL"
                                              DELIMITED BY SIZE
                                         INTO ZGLR-REC
                    END-STRING
                    WRITE ZGLR-REC
                 END-IF
              WHEN WS-ZGL-REKORDS (WS-ZGL-SUB)
                   NOT = WS-HER-REKORDS (WS-ZGL-SUB)
                OR WS-ZGL-AANTAL (WS-ZGL-SUB)
                   NOT = WS-HER-AANTAL (WS-ZGL-SUB)
                OR WS-ZGL-TOTAAL (WS-ZGL-SUB)
                   NOT = WS-HER-TOTAAL (WS-ZGL-SUB)
                OR WS-ZGL-HASH (WS-ZGL-SUB)
                   NOT = WS-HER-HASH (WS-ZGL-SUB)
                 SET WS-BAND-GEWEIGERD TO TRUE
                 MOVE SPACES TO ZGLR-REC
                 STRING "ZEGEL KANAAL "    DELIMITED BY SIZE
                        WS-ZGL-BANK        DELIMITED BY SIZE
                        " ZEGEL="          DELIMITED BY SIZE
                        WS-ZGL-REKORDS (WS-ZGL-SUB)
                                           DELIMITED BY SIZE
                        "/"                DELIMITED BY SIZE
                        WS-ZGL-AANTAL (WS-ZGL-SUB)
                                           DELIMITED BY SIZE
                        "/"                DELIMITED BY SIZE
                        WS-ZGL-HASH (WS-ZGL-SUB)
                                           DELIMITED BY SIZE
                        " BAND="           DELIMITED BY SIZE
                        WS-HER-REKORDS (WS-ZGL-SUB)
                                           DELIMITED BY SIZE
                        "/"                DELIMITED BY SIZE
                        WS-HER-AANTAL (WS-ZGL-SUB)
                                           DELIMITED BY SIZE
                        "/"                DELIMITED BY SIZE
                        WS-HER-HASH (WS-ZGL-SUB)
                                           DELIMITED BY SIZE
                                      INTO ZGLR-REC
                 END-STRING
                 WRITE ZGLR-REC
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH107: HET REGISTER DOORLOPEN EN ONGEWIJZIGD OVERNEMEN IN DE
      *        NIEUWE GENERATIE. EEN REEDS VERZONDEN BAND-ID/KANAAL
      *        OF EEN REEDS VERZONDEN INHOUD WORDT GEWEIGERD.
      *----------------------------------------------------------------
       TOETS-REGISTER.
      *****************
           OPEN INPUT TRMO-FILE
           IF WS-TRMO-STATUS NOT = "00"
              MOVE "GEEN VORIG TRANSMISSIEREGISTER (TRMO) - EERSTE RUN"
                TO ZGLR-REC
              WRITE ZGLR-REC
           ELSE
              PERFORM LEZEN-TRMO
              PERFORM WITH TEST BEFORE UNTIL WS-TRMO-EOF
                 ADD 1 TO WS-CNT-REGISTER
                 MOVE TRMO-REC TO WS-TRM-REC
                 PERFORM VERGELIJK-REGISTERLIJN
                 MOVE TRMO-REC TO TRMQ-REC
                 WRITE TRMQ-REC
                 PERFORM LEZEN-TRMO
              END-PERFORM
              CLOSE TRMO-FILE
           END-IF
           .
      *
       LEZEN-TRMO.
      *************
           READ TRMO-FILE
              AT END
                 SET WS-TRMO-EOF TO TRUE
           END-READ
           .
      *
       VERGELIJK-REGISTERLIJN.
      *************************
           IF WS-TRM-BANK < 3 AND WS-TRM-VERZONDEN
              COMPUTE WS-ZGL-SUB = WS-TRM-BANK + 1
              IF WS-ZGL-AANWEZIG (WS-ZGL-SUB)
                 MOVE WS-TRM-BANDID TO WS-ZGL-BANDID-W
                 EVALUATE TRUE
                 WHEN WS-ZGL-BANDID-W = WS-ZGL-BANDID (WS-ZGL-SUB)
                    SET WS-BAND-GEWEIGERD TO TRUE
                    MOVE SPACES TO ZGLR-REC
                    STRING "BAND "            DELIMITED BY SIZE
                           WS-ZGL-BANDID-W    DELIMITED BY SIZE
                           " KANAAL "         DELIMITED BY SIZE
                           WS-TRM-BANK        DELIMITED BY SIZE
                           " REEDS VERZONDEN OP "
                                              DELIMITED BY SIZE
                           WS-TRM-VERZ-DATUM  DELIMITED BY SIZE
                                         INTO ZGLR-REC
                    END-STRING
                    WRITE ZGLR-REC
                 WHEN WS-TRM-HASH = WS-ZGL-HASH (WS-ZGL-SUB)
                  AND WS-TRM-AANTAL = WS-ZGL-AANTAL (WS-ZGL-SUB)
                  AND WS-TRM-TOTAAL = WS-ZGL-TOTAAL (WS-ZGL-SUB)
                    SET WS-BAND-GEWEIGERD TO TRUE
                    MOVE SPACES TO ZGLR-REC
                    STRING "KANAAL "          DELIMITED BY SIZE
                           WS-TRM-BANK        DELIMITED BY SIZE
                           " ZELFDE INHOUD REEDS VERZONDEN ALS BAND "
                                              DELIMITED BY SIZE
                           WS-ZGL-BANDID-W    DELIMITED BY SIZE
                           " OP "             DELIMITED BY SIZE
                           WS-TRM-VERZ-DATUM  DELIMITED BY SIZE
                                         INTO ZGLR-REC
                    END-STRING
                    WRITE ZGLR-REC
                 WHEN OTHER
                    CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH107: DE KANALEN VAN DE GOEDGEKEURDE BAND ALS VERZONDEN
      *        REGISTREREN.
      *----------------------------------------------------------------
       REGISTREER-VERZENDING.
      ************************
           PERFORM VARYING WS-ZGL-SUB FROM 1 BY 1
                   UNTIL WS-ZGL-SUB > 3
              IF WS-ZGL-AANWEZIG (WS-ZGL-SUB)
                 MOVE SPACES TO WS-TRM-REC
                 MOVE WS-ZGL-BANDID (WS-ZGL-SUB)  TO WS-TRM-BANDID
                 COMPUTE WS-TRM-BANK = WS-ZGL-SUB - 1
                 MOVE WS-ZGL-REKORDS (WS-ZGL-SUB) TO WS-TRM-REKORDS
                 MOVE WS-ZGL-AANTAL (WS-ZGL-SUB)  TO WS-TRM-AANTAL
                 MOVE WS-ZGL-TOTAAL (WS-ZGL-SUB)  TO WS-TRM-TOTAAL
                 MOVE WS-ZGL-HASH (WS-ZGL-SUB)    TO WS-TRM-HASH
                 MOVE WS-VANDAAG                  TO WS-TRM-VERZ-DATUM
                 MOVE WS-TIJD-8 (1:6)             TO WS-TRM-VERZ-TIJD
                 SET WS-TRM-VERZONDEN TO TRUE
                 MOVE "GIRZGLX4"                  TO WS-TRM-PROGRAMMA
                 MOVE WS-TRM-REC TO TRMQ-REC
                 WRITE TRMQ-REC
                 ADD 1 TO WS-CNT-GEREGISTREERD
              END-IF
           END-PERFORM
           .
      *
       FIN-ZEGEL.
      ************
           CLOSE TRMQ-FILE ZGLR-FILE
           MOVE WS-CNT-REGISTER TO WS-DISPLAY-CNT
           DISPLAY "GIRZGLX4 - REGISTERLIJNEN VOORHEEN : "
                   WS-DISPLAY-CNT
           MOVE WS-CNT-GEREGISTREERD TO WS-DISPLAY-CNT
           DISPLAY "GIRZGLX4 - KANALEN GEREGISTREERD   : "
                   WS-DISPLAY-CNT
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
RVH132     MOVE "GIRZGLX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRZGLX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRZGLX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

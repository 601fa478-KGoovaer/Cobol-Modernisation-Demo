      **    TRAILERWAARDEN ("AANTAL="/"TOTAAL=") - EEN VERSCHIL        *
      **    BLOKKEERT DE OMZETTING, ZODAT DE BESTAANDE CERTIFICERING   *
      **    EIND-TOT-EIND BLIJFT GELDEN.                               *
      **  - DE BAND WORDT EERST GETOETST AAN HET ZEGEL VAN GIRVORX4    *
      **    (RELZ) EN AAN HET TRANSMISSIEREGISTER (TRMO, GIRZGLX4):    *
      **    EEN GEWIJZIGDE OF REEDS VERZONDEN BAND WORDT NIET OMGEZET. *
      **                                                               *
      ******************************************************************
      *RVH088: NIEUW PROGRAMMA - PAIN.001-OMZETTING VAN DE
      *        VRIJGEGEVEN 5N0001-BAND.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH088*     NIEUW PROGRAMMA : PAIN.001-BATCHES PER WELKEBANK UIT DE
RVH088*     VRIJGEGEVEN BAND, MET CONTROLE TEGEN DE ENVELOPPE.
RVH088*
RVH132* RVH132 15/10/2026
RVH132*     KETENBEWAKING: START ENKEL ALS DE VORIGE FASE VAN DE
RVH132*     WERKDAG AFGEWERKT IS, AFMELDING MET DE RETURN-CODE
RVH132*     BIJ HET EINDE (GIRKETX4).
RVH132*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PAN2-STATUS.
      *----------------------------------------------------------------
      *RVH107: ZEGEL VAN DE BAND (GIRVORX4) EN DE LAATSTE GENERATIE
      *        VAN HET TRANSMISSIEREGISTER (GIRZGLX4) - ALLEEN LEZEN.
      *----------------------------------------------------------------
           SELECT RELZ-FILE ASSIGN TO RELZ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELZ-STATUS.
           SELECT TRMO-FILE ASSIGN TO TRMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-TRMO-STATUS.
      *----------------------------------------------------------------
      *RVH088: AFWIJKINGENVERSLAG ENVELOPPE TEGEN EIGEN TELLING.
      *----------------------------------------------------------------
           SELECT PANR-FILE ASSIGN TO PANR
       FD  RELB-FILE
           RECORDING MODE IS F.
           COPY SEPAAUKU.
RVH107 01  RELB-REC                     PIC X(475).
RVH107 FD  RELZ-FILE
RVH107     RECORDING MODE IS F.
RVH107 01  RELZ-REC.
RVH107     05  RELZ-BANDID              PIC 9(14).
RVH107     05  RELZ-BANK                PIC 9(01).
RVH107     05  RELZ-REKORDS             PIC 9(07).
RVH107     05  RELZ-AANTAL              PIC 9(07).
RVH107     05  RELZ-TOTAAL              PIC S9(11).
RVH107     05  RELZ-HASH                PIC 9(12).
RVH107 FD  TRMO-FILE
RVH107     RECORDING MODE IS F.
RVH107 01  TRMO-REC.
RVH107     05  TRMO-BANDID              PIC 9(14).
RVH107     05  TRMO-BANK                PIC 9(01).
RVH107     05  TRMO-REKORDS             PIC 9(07).
RVH107     05  TRMO-AANTAL              PIC 9(07).
RVH107     05  TRMO-TOTAAL              PIC S9(11).
RVH107     05  TRMO-HASH                PIC 9(12).
RVH107     05  TRMO-VERZ-DATUM          PIC 9(08).
RVH107     05  TRMO-VERZ-TIJD           PIC 9(06).
RVH107     05  TRMO-STATUS              PIC X(01).
RVH107         88  TRMO-VERZONDEN       VALUE "V".
RVH107     05  FILLER                   PIC X(12).
       FD  PAN0-FILE
           RECORDING MODE IS F.
       01  PAN0-REC                     PIC X(200).
       01  WS-PAN1-STATUS               PIC XX VALUE ZEROES.
       01  WS-PAN2-STATUS               PIC XX VALUE ZEROES.
       01  WS-PANR-STATUS               PIC XX VALUE ZEROES.
RVH107 01  WS-RELZ-STATUS               PIC XX VALUE ZEROES.
RVH107 01  WS-TRMO-STATUS               PIC XX VALUE ZEROES.
RVH107 01  WS-RELZ-EOF-SW               PIC X VALUE "N".
RVH107     88  WS-RELZ-EOF              VALUE "Y".
RVH107 01  WS-TRMO-EOF-SW               PIC X VALUE "N".
RVH107     88  WS-TRMO-EOF              VALUE "Y".
       01  WS-RELB-EOF-SW               PIC X VALUE "N".
           88  WS-RELB-EOF              VALUE "Y".
      *----------------------------------------------------------------
               10  WS-BND-FOUT-SW       PIC X(01).
                   88  WS-BND-FOUTIEF   VALUE "J".
       01  WS-BND-SUB                   PIC 9(01).
      *----------------------------------------------------------------
      *RVH107: ZEGEL PER BANKKANAAL EN DE HERREKENING TIJDENS DE
      *        EERSTE DOORGANG (ZELFDE HASH ALS SCHRIJF-RELB IN
      *        GIRVORX4).
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
               10  WS-HER-HASH          PIC 9(12).
       01  WS-ZGL-POS                   PIC 9(03).
       01  WS-ZGL-BYTE-N                PIC 9(04) COMP.
       01  WS-ZGL-BYTE-X REDEFINES WS-ZGL-BYTE-N
                                        PIC X(02).
       01  WS-ZGL-WERK                  PIC 9(14).
       01  WS-ZGL-QUOT                  PIC 9(14).
       01  WS-ZEGEL-FOUT-SW             PIC X VALUE "N".
           88  WS-ZEGEL-FOUT            VALUE "Y".
      *
      *RVH088: ONTLEDING VAN DE TRAILERCOMMENTAAR
      *        "GIRBET TRAILER AANTAL=9(7) TOTAAL=9(11)".
       01  WS-FOUT-SW                   PIC X VALUE "N".
           88  WS-ENVELOPPE-FOUT        VALUE "Y".
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
       PAR-TRAITEMENT-PAIN.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-PAIN
           PERFORM TEL-DOORGANG
           PERFORM TOETS-ENVELOPPES
RVH107     PERFORM LADEN-ZEGEL
RVH107     PERFORM TOETS-ZEGEL
RVH107     PERFORM TOETS-REGISTER
RVH107     EVALUATE TRUE
RVH107     WHEN WS-ENVELOPPE-FOUT
              DISPLAY "GIRPANX4 - ENVELOPPE WIJKT AF VAN TELLING"
                      " - OMZETTING GEBLOKKEERD"
RVH107     WHEN WS-ZEGEL-FOUT
RVH107        DISPLAY "GIRPANX4 - BAND WIJKT AF VAN ZEGEL OF WERD "
RVH107                "REEDS VERZONDEN - OMZETTING GEBLOKKEERD"
RVH107        MOVE 16 TO RETURN-CODE
RVH107     WHEN OTHER
              PERFORM SCHRIJF-HOOFDINGEN
              PERFORM BOUW-DOORGANG
              PERFORM SCHRIJF-SLUITINGEN
RVH107     END-EVALUATE
           PERFORM FIN-PAIN
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
                           WS-BND-TRL-SOM (WS-BND-SUB)
              MOVE "N"  TO WS-BND-TRL-SW (WS-BND-SUB)
                           WS-BND-FOUT-SW (WS-BND-SUB)
RVH107        MOVE "N"  TO WS-ZGL-AANW-SW (WS-BND-SUB)
RVH107        MOVE ZERO TO WS-ZGL-BANDID (WS-BND-SUB)
RVH107                     WS-ZGL-REKORDS (WS-BND-SUB)
RVH107                     WS-ZGL-AANTAL (WS-BND-SUB)
RVH107                     WS-ZGL-TOTAAL (WS-BND-SUB)
RVH107                     WS-ZGL-HASH (WS-BND-SUB)
RVH107                     WS-HER-REKORDS (WS-BND-SUB)
RVH107                     WS-HER-HASH (WS-BND-SUB)
           END-PERFORM
           .
      *
           PERFORM LEZEN-RELB
           PERFORM WITH TEST BEFORE UNTIL WS-RELB-EOF
              PERFORM BEPAAL-BANKRIJ
RVH107        PERFORM HASH-REKORD
              EVALUATE USERCOD
              WHEN "5N0001"
                 ADD 1         TO WS-BND-CNT (WS-BND-SUB)
           .
      *
      *----------------------------------------------------------------
      *RVH107: HET GELEZEN BANDREKORD IN DE HERREKENING VAN ZIJN
      *        KANAAL OPNEMEN.
      *----------------------------------------------------------------
       HASH-REKORD.
      **************
           ADD 1 TO WS-HER-REKORDS (WS-BND-SUB)
           PERFORM VARYING WS-ZGL-POS FROM 1 BY 1
                   UNTIL WS-ZGL-POS > 475
              MOVE ZERO TO WS-ZGL-BYTE-N
              MOVE RELB-REC (WS-ZGL-POS:1) TO WS-ZGL-BYTE-X (2:1)
              COMPUTE WS-ZGL-WERK = WS-HER-HASH (WS-BND-SUB) * 31
                                  + WS-ZGL-BYTE-N
              END-COMPUTE
              DIVIDE WS-ZGL-WERK BY 999999999989
                     GIVING WS-ZGL-QUOT
                     REMAINDER WS-HER-HASH (WS-BND-SUB)
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH107: HET ZEGEL VAN GIRVORX4 INLEZEN. ZONDER ZEGEL GEEN
      *        OMZETTING.
      *----------------------------------------------------------------
       LADEN-ZEGEL.
      **************
           OPEN INPUT RELZ-FILE
           IF WS-RELZ-STATUS NOT = "00"
              SET WS-ZEGEL-FOUT TO TRUE
              MOVE "GEEN ZEGEL (RELZ) BIJ DE BAND" TO PANR-REC
              WRITE PANR-REC
           ELSE
              PERFORM LEZEN-RELZ
              PERFORM WITH TEST BEFORE UNTIL WS-RELZ-EOF
                 IF RELZ-BANK < 3
                    COMPUTE WS-BND-SUB = RELZ-BANK + 1
                    MOVE "J"          TO WS-ZGL-AANW-SW (WS-BND-SUB)
                    MOVE RELZ-BANDID  TO WS-ZGL-BANDID (WS-BND-SUB)
                    MOVE RELZ-REKORDS TO WS-ZGL-REKORDS (WS-BND-SUB)
                    MOVE RELZ-AANTAL  TO WS-ZGL-AANTAL (WS-BND-SUB)
                    MOVE RELZ-TOTAAL  TO WS-ZGL-TOTAAL (WS-BND-SUB)
                    MOVE RELZ-HASH    TO WS-ZGL-HASH (WS-BND-SUB)
                 END-IF
                 PERFORM LEZEN-RELZ
              END-PERFORM
              CLOSE RELZ-FILE
           END-IF
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
       TOETS-ZEGEL.
      **************
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 3
              IF WS-ZGL-AANWEZIG (WS-BND-SUB)
                 OR WS-HER-REKORDS (WS-BND-SUB) > ZERO
                 IF NOT WS-ZGL-AANWEZIG (WS-BND-SUB)
                    OR WS-ZGL-REKORDS (WS-BND-SUB)
                       NOT = WS-HER-REKORDS (WS-BND-SUB)
                    OR WS-ZGL-AANTAL (WS-BND-SUB)
                       NOT = WS-BND-CNT (WS-BND-SUB)
                    OR WS-ZGL-TOTAAL (WS-BND-SUB)
                       NOT = WS-BND-SOM (WS-BND-SUB)
                    OR WS-ZGL-HASH (WS-BND-SUB)
                       NOT = WS-HER-HASH (WS-BND-SUB)
                    SET WS-ZEGEL-FOUT TO TRUE
                    MOVE SPACES TO PANR-REC
                    STRING "ZEGEL BANK "       DELIMITED BY SIZE
                           WS-BND-SUB          DELIMITED BY SIZE
                           " ZEGEL="           DELIMITED BY SIZE
                           WS-ZGL-REKORDS (WS-BND-SUB)
                                               DELIMITED BY SIZE
                           "/"                 DELIMITED BY SIZE
                           WS-ZGL-HASH (WS-BND-SUB)
                                               DELIMITED BY SIZE
                           " BAND="            DELIMITED BY SIZE
                           WS-HER-REKORDS (WS-BND-SUB)
                                               DELIMITED BY SIZE
                           "/"                 DELIMITED BY SIZE
                           WS-HER-HASH (WS-BND-SUB)
                                               DELIMITED BY SIZE
                                          INTO PANR-REC
                    END-STRING
                    WRITE PANR-REC
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH107: EEN BAND-ID/KANAAL DAT HET REGISTER AL ALS VERZONDEN
      *        KENT, WORDT NIET OPNIEUW OMGEZET. HET REGISTER MAG
      *        ONTBREKEN (EERSTE RUN).
      *----------------------------------------------------------------
       TOETS-REGISTER.
      *****************
           OPEN INPUT TRMO-FILE
           IF WS-TRMO-STATUS = "00"
              PERFORM LEZEN-TRMO
              PERFORM WITH TEST BEFORE UNTIL WS-TRMO-EOF
                 IF TRMO-BANK < 3 AND TRMO-VERZONDEN
                    COMPUTE WS-BND-SUB = TRMO-BANK + 1
                    IF WS-ZGL-AANWEZIG (WS-BND-SUB)
                       AND TRMO-BANDID = WS-ZGL-BANDID (WS-BND-SUB)
                       SET WS-ZEGEL-FOUT TO TRUE
                       MOVE SPACES TO PANR-REC
                       STRING "BAND "          DELIMITED BY SIZE
                              TRMO-BANDID      DELIMITED BY SIZE
                              " BANK "         DELIMITED BY SIZE
                              TRMO-BANK        DELIMITED BY SIZE
                              " REEDS VERZONDEN OP "
                                               DELIMITED BY SIZE
                              TRMO-VERZ-DATUM  DELIMITED BY SIZE
                                          INTO PANR-REC
                       END-STRING
                       WRITE PANR-REC
                    END-IF
                 END-IF
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
      *----------------------------------------------------------------
      *RVH088: DOCUMENT- EN GROUP-HEADER PER BANK MET BETALINGEN -
      *        NBOFTXS EN CTRLSUM DRAGEN DE GETELDE WAARDEN.
      *----------------------------------------------------------------
           MOVE WS-CNT-TRANSACTIES TO WS-DISPLAY-CNT
           DISPLAY "GIRPANX4 - AANTAL TRANSACTIES : " WS-DISPLAY-CNT
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
RVH132     MOVE "GIRPANX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRPANX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRPANX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

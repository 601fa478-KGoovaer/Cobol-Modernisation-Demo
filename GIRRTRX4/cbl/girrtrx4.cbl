      **        HET ZELF MOET BELLEN.                                  *
      **  - EEN WEIGERING ZONDER TERUGGEVONDEN PPR KOMT OP HET         *
      **    UITVALVERSLAG.                                             *
RVH123**  - DE GEWEIGERDE REKENING GAAT ALS KANDIDAAT-CORRECTIE (RKCQ) *
RVH123**    NAAR GIRRKCX4, VOOR DE TERUGKOPPELING NAAR DE              *
RVH123**    LEDENADMINISTRATIE.                                        *
RVH128**  - PER CORRECTIEGEVAL OOK EEN VERREKENINGSBEWEGING (CLBQ)     *
RVH128**    VOOR HET FEDERATIEGROOTBOEK IN GIRCLRX4: HET GEWEIGERDE    *
RVH128**    BEDRAG KOMT DE FEDERATIE WEER TOE.                         *
      **                                                               *
      ******************************************************************
      *RVH050: NIEUW PROGRAMMA - GEAUTOMATISEERDE VERWERKING VAN DE
      *        BANKWEIGERINGEN IN PLAATS VAN DE PAPIEREN ADVIEZEN.
      *RVH123: GEWEIGERDE REKENING ALS KANDIDAAT-REKENINGCORRECTIE.
      *RVH128: GEWEIGERD BEDRAG ALS VERREKENINGSBEWEGING (CLBQ).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH050*     NIEUW PROGRAMMA : R-TRANSACTIES -> CORRECTIEGEVAL (REJQ-
RVH050*     INDELING) PLUS LIDBERICHT (MOTQ-INDELING).
RVH050*
RVH120* RVH120 15/10/2026
RVH120*     GEBUNDELDE BANDLIJNEN (BUNX): EEN WEIGERING OP DE SLEUTEL
RVH120*     VAN DE LEIDER GELDT VOOR ALLE ONDERDELEN VAN DE BUNDEL.
RVH120*
RVH123* RVH123 15/10/2026
RVH123*     PER CORRECTIEGEVAL OOK EEN KANDIDAAT-REKENINGCORRECTIE
RVH123*     (RKCQ, BRON "RTR") VOOR GIRRKCX4.
RVH123*
RVH128* RVH128 15/10/2026
RVH128*     PER CORRECTIEGEVAL EEN VERREKENINGSBEWEGING (CLBQ,
RVH128*     CATEGORIE "R") VOOR HET FEDERATIEGROOTBOEK VAN GIRCLRX4.
RVH128*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT PLSR-FILE ASSIGN TO PLSR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSR-STATUS.
      *----------------------------------------------------------------
      *RVH120: ONDERDELEN VAN DE GEBUNDELDE OVERSCHRIJVINGEN (BUNQ VAN
      *        TRBFNCX4) VAN DE OORSPRONKELIJKE RUN(S) - GEEN SORTERING
      *        NODIG, HET BESTAND WORDT VOLLEDIG IN HET GEHEUGEN
      *        GELADEN.
      *----------------------------------------------------------------
RVH120     SELECT BUNX-FILE ASSIGN TO BUNX
RVH120            ORGANIZATION IS SEQUENTIAL
RVH120            FILE STATUS  IS WS-BUNX-STATUS.
      *----------------------------------------------------------------
      *RVH123: KANDIDATEN VOOR DE REKENINGCORRECTIE (RKCQ-INDELING VAN
      *        TRBFNCX4) - DE REKENING WAAROP DE BANK DE BETALING
      *        WEIGERDE.
      *----------------------------------------------------------------
RVH123     SELECT RKCQ-FILE ASSIGN TO RKCQ
RVH123            ORGANIZATION IS SEQUENTIAL
RVH123            FILE STATUS  IS WS-RKCQ-STATUS.
      *----------------------------------------------------------------
      *RVH128: VERREKENINGSBEWEGINGEN VOOR HET FEDERATIEGROOTBOEK
      *        (GIRCLRX4) - HET GEWEIGERDE BEDRAG PER FEDERATIE.
      *----------------------------------------------------------------
RVH128     SELECT CLBQ-FILE ASSIGN TO CLBQ
RVH128            ORGANIZATION IS SEQUENTIAL
RVH128            FILE STATUS  IS WS-CLBQ-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
           05  PLSR-PROGRAMMA           PIC X(08).
           05  PLSR-EVENT               PIC X(04).
           05  PLSR-DETAIL              PIC X(32).
RVH120 FD  BUNX-FILE
RVH120     RECORDING MODE IS F.
RVH120 01  BUNX-REC.
RVH120     05  BUNX-LEID-KONST          PIC 9(10).
RVH120     05  BUNX-LEID-VOLGNR         PIC 9(03).
RVH120     05  BUNX-KONST               PIC 9(10).
RVH120     05  BUNX-VOLGNR              PIC 9(03).
RVH120     05  BUNX-LEIDER-SW           PIC X(01).
RVH120         88  BUNX-LEIDER          VALUE "J".
RVH120     05  BUNX-LIBEL               PIC 9(02).
RVH120     05  BUNX-BEDRAG              PIC S9(08).
RVH120     05  BUNX-TOTAAL              PIC S9(08).
RVH120     05  BUNX-AANTAL              PIC 9(03).
RVH120     05  BUNX-OGM                 PIC X(12).
RVH120     05  BUNX-PPR-RNR             PIC S9(08) COMP.
RVH120     05  BUNX-IBAN                PIC X(34).
RVH120     05  BUNX-DATUM               PIC 9(08).
RVH120     05  BUNX-RUNSEQ              PIC 9(02).
RVH123 FD  RKCQ-FILE
RVH123     RECORDING MODE IS F.
RVH123 01  RKCQ-REC.
RVH123     05  RKCQ-RNR                 PIC X(13).
RVH123     05  RKCQ-PPR-RNR             PIC S9(08) COMP.
RVH123     05  RKCQ-VBOND               PIC 9(03).
RVH123     05  RKCQ-IBAN-OUD            PIC X(34).
RVH123     05  RKCQ-IBAN-NIEUW          PIC X(34).
RVH123     05  RKCQ-BRON                PIC X(03).
RVH123     05  RKCQ-DATUM               PIC 9(08).
RVH123     05  RKCQ-BEWIJS              PIC X(40).
RVH128 FD  CLBQ-FILE
RVH128     RECORDING MODE IS F.
RVH128 01  CLBQ-REC.
RVH128     05  CLBQ-FEDERATIE           PIC 9(03).
RVH128     05  CLBQ-DATUM               PIC 9(08).
RVH128     05  CLBQ-CATEGORIE           PIC X(01).
RVH128     05  CLBQ-BEDRAG              PIC S9(08).
RVH128     05  CLBQ-KONST               PIC 9(10).
RVH128     05  CLBQ-VOLGNR              PIC 9(03).
RVH128     05  CLBQ-RNR                 PIC X(13).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-RTRQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-MOTQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-RTRR-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSR-STATUS               PIC XX VALUE ZEROES.
RVH120 01  WS-BUNX-STATUS               PIC XX VALUE ZEROES.
RVH123 01  WS-RKCQ-STATUS               PIC XX VALUE ZEROES.
RVH123 01  WS-CNT-RKC                   PIC 9(07) VALUE ZERO.
RVH128 01  WS-CLBQ-STATUS               PIC XX VALUE ZEROES.
RVH128 01  WS-CNT-CLB                   PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUNX-EOF-SW               PIC X VALUE "N".
RVH120     88  WS-BUNX-EOF              VALUE "Y".
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
       01  WS-RTRQ-EOF-SW               PIC X VALUE "N".
           88  WS-RTRQ-EOF              VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-CNT-GEVALLEN              PIC 9(07) VALUE ZERO.
       01  WS-CNT-UITVAL                PIC 9(07) VALUE ZERO.
RVH120 01  WS-CNT-GEBUNDELD             PIC 9(07) VALUE ZERO.
RVH120 01  WS-GEV-REDEN                 PIC X(32) VALUE SPACES.
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN.
      *        DE BANK WEIGERT EEN BUNDEL OP DE SLEUTEL VAN DE LEIDER
      *        (DE LAAGSTE SLEUTEL VAN DE BUNDEL); DE ANDERE
      *        ONDERDELEN WORDEN DAN GEMARKEERD ("W" MET DE REDEN) EN
      *        BIJ HET VERDER LEZEN VAN HET PPR-ARCHIEF EVENEENS
      *        CORRECTIEGEVAL ("V"). ZOLANG ER GEMARKEERDE ONDERDELEN
      *        OPENSTAAN, LOOPT HET ARCHIEF DOOR NA HET LAATSTE
      *        RETOUR.
      *----------------------------------------------------------------
RVH120 01  WS-BUN-TABLE.
RVH120     05  WS-BUN-ENTRY OCCURS 5000 TIMES
RVH120                      INDEXED BY WS-BUN-IDX.
RVH120         10  WS-BUN-LEIDER.
RVH120             15  WS-BUN-LEID-KONST
RVH120                                  PIC 9(10).
RVH120             15  WS-BUN-LEID-VOLGNR
RVH120                                  PIC 9(03).
RVH120         10  WS-BUN-KEY.
RVH120             15  WS-BUN-KONST     PIC 9(10).
RVH120             15  WS-BUN-VOLGNR    PIC 9(03).
RVH120         10  WS-BUN-SW            PIC X(01).
RVH120             88  WS-BUN-OPEN      VALUE "N".
RVH120             88  WS-BUN-GEWEIGERD VALUE "W".
RVH120             88  WS-BUN-VERWERKT  VALUE "V".
RVH120         10  WS-BUN-REDEN         PIC X(32).
RVH120 01  WS-BUN-COUNT                 PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-OVERLOOP              PIC 9(07) VALUE ZERO.
RVH120 01  WS-BUN-SUB                   PIC 9(04) VALUE ZERO.
RVH120 01  WS-BUN-OPENSTAAND            PIC 9(04) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *----------------------------------------------------------------
      *RVH050: DE TERUGGEVONDEN PPR IN DEZELFDE VORM ALS TRBFNCX4
       PAR-TRAITEMENT-RETOUREN.
      *---------------------------------
           PERFORM OPEN-RETOUREN
RVH120     PERFORM LADEN-BUNDELS
           PERFORM LEZEN-RTRQ
           PERFORM LEZEN-PPRX
RVH120     PERFORM WITH TEST BEFORE
RVH120             UNTIL WS-RTRQ-EOF
RVH120               AND (WS-PPRX-EOF OR WS-BUN-OPENSTAAND = ZERO)
              EVALUATE TRUE
              WHEN WS-PPRX-KEY < WS-RTRQ-KEY
RVH120           PERFORM TOETS-ONDERDEEL
                 PERFORM LEZEN-PPRX
              WHEN WS-PPRX-KEY > WS-RTRQ-KEY
                 PERFORM MELD-UITVAL
                 PERFORM LEZEN-RTRQ
              WHEN OTHER
RVH120           MOVE RTRQ-REDEN TO WS-GEV-REDEN
                 PERFORM MAAK-CORRECTIEGEVAL
RVH120           PERFORM MARKEREN-BUNDEL
                 PERFORM LEZEN-RTRQ
              END-EVALUATE
           END-PERFORM
           OPEN OUTPUT MOTQ-FILE
           OPEN OUTPUT RTRR-FILE
           OPEN OUTPUT PLSR-FILE
RVH123     OPEN OUTPUT RKCQ-FILE
RVH128     OPEN OUTPUT CLBQ-FILE
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
RVH104*    VIA GIRCRRX4 NIET ALS DUBBELE BETALING VERWERPT.
RVH104     MOVE "D"        TO TRBFN-NAZICHT
RVH104     MOVE PPR-RECORD TO REJQ-PPR
RVH120     MOVE WS-GEV-REDEN TO REJQ-DIAG
           WRITE REJQ-REC
           MOVE TRBFN-PPR-RNR    TO MOTQ-PPR-RNR
           MOVE "R"              TO MOTQ-STATUS
           MOVE TRBFN-MONTANT    TO MOTQ-BEDRAG
           MOVE TRBFN-MONTANT-DV TO MOTQ-BEDRAG-DV
           MOVE WS-VANDAAG       TO MOTQ-DATINB
RVH120     MOVE WS-GEV-REDEN     TO MOTQ-DIAG
           WRITE MOTQ-REC
RVH080     ACCEPT WS-PLS-TIJD FROM TIME
RVH120     MOVE WS-PPRX-KEY-KONST  TO PLSR-KONST
RVH120     MOVE WS-PPRX-KEY-VOLGNR TO PLSR-VOLGNR
RVH080     MOVE WS-VANDAAG         TO PLSR-DATUM
RVH080     MOVE WS-PLS-TIJD        TO PLSR-TIJD
RVH080     MOVE "GIRRTRX4"         TO PLSR-PROGRAMMA
RVH080     MOVE "RTRN"             TO PLSR-EVENT
RVH120     MOVE WS-GEV-REDEN       TO PLSR-DETAIL
RVH080     WRITE PLSR-REC
RVH123*    DE GEWEIGERDE REKENING TERUGKOPPELEN NAAR DE
RVH123*    LEDENADMINISTRATIE (GEEN NIEUWE REKENING BEKEND).
RVH123     IF TRBFN-IBAN NOT = SPACES
RVH123        ADD 1 TO WS-CNT-RKC
RVH123        MOVE TRBFN-RNR          TO RKCQ-RNR
RVH123        MOVE TRBFN-PPR-RNR      TO RKCQ-PPR-RNR
RVH123        MOVE TRBFN-DEST         TO RKCQ-VBOND
RVH123        MOVE TRBFN-IBAN         TO RKCQ-IBAN-OUD
RVH123        MOVE SPACES             TO RKCQ-IBAN-NIEUW
RVH123        MOVE "RTR"              TO RKCQ-BRON
RVH123        MOVE WS-VANDAAG         TO RKCQ-DATUM
RVH123        MOVE SPACES             TO RKCQ-BEWIJS
RVH123        STRING "R-TRANS "       DELIMITED BY SIZE
RVH123               WS-GEV-REDEN     DELIMITED BY SIZE
RVH123                           INTO RKCQ-BEWIJS
RVH123        END-STRING
RVH123        WRITE RKCQ-REC
RVH123     END-IF
RVH128*    HET GEWEIGERDE BEDRAG OP DE FEDERATIE VAN DE BOEKING
RVH128*    (ZELFDE TOEWIJZING ALS BBF-VERB IN TRBFNCX4).
RVH128     ADD 1 TO WS-CNT-CLB
RVH128     EVALUATE TRBFN-TYPE-COMPTA
RVH128     WHEN 3
RVH128        MOVE 167            TO CLBQ-FEDERATIE
RVH128     WHEN 4
RVH128        MOVE 169            TO CLBQ-FEDERATIE
RVH128     WHEN 5
RVH128        MOVE 166            TO CLBQ-FEDERATIE
RVH128     WHEN 6
RVH128        MOVE 168            TO CLBQ-FEDERATIE
RVH128     WHEN OTHER
RVH128        MOVE TRBFN-DEST     TO CLBQ-FEDERATIE
RVH128     END-EVALUATE
RVH128     MOVE WS-VANDAAG         TO CLBQ-DATUM
RVH128     MOVE "R"                TO CLBQ-CATEGORIE
RVH128     MOVE TRBFN-MONTANT      TO CLBQ-BEDRAG
RVH128     MOVE WS-PPRX-KEY-KONST  TO CLBQ-KONST
RVH128     MOVE WS-PPRX-KEY-VOLGNR TO CLBQ-VOLGNR
RVH128     MOVE TRBFN-RNR          TO CLBQ-RNR
RVH128     WRITE CLBQ-REC
           .
      *
      *----------------------------------------------------------------
      *RVH120: DE NIET-LEIDENDE ONDERDELEN VAN DE GEBUNDELDE LIJNEN
      *        INLADEN. EEN ONTBREKEND BESTAND IS GEEN FOUT - DAN WERD
      *        ER NIETS GEBUNDELD.
      *----------------------------------------------------------------
RVH120 LADEN-BUNDELS.
RVH120****************
RVH120     OPEN INPUT BUNX-FILE
RVH120     IF WS-BUNX-STATUS = "00"
RVH120        PERFORM LEZEN-BUNX
RVH120        PERFORM WITH TEST BEFORE UNTIL WS-BUNX-EOF
RVH120           IF NOT BUNX-LEIDER
RVH120              IF WS-BUN-COUNT < 5000
RVH120                 ADD 1 TO WS-BUN-COUNT
RVH120                 SET WS-BUN-IDX TO WS-BUN-COUNT
RVH120                 MOVE BUNX-LEID-KONST
RVH120                           TO WS-BUN-LEID-KONST (WS-BUN-IDX)
RVH120                 MOVE BUNX-LEID-VOLGNR
RVH120                           TO WS-BUN-LEID-VOLGNR (WS-BUN-IDX)
RVH120                 MOVE BUNX-KONST  TO WS-BUN-KONST (WS-BUN-IDX)
RVH120                 MOVE BUNX-VOLGNR TO WS-BUN-VOLGNR (WS-BUN-IDX)
RVH120                 MOVE "N"         TO WS-BUN-SW (WS-BUN-IDX)
RVH120                 MOVE SPACES      TO WS-BUN-REDEN (WS-BUN-IDX)
RVH120              ELSE
RVH120                 ADD 1 TO WS-BUN-OVERLOOP
RVH120              END-IF
RVH120           END-IF
RVH120           PERFORM LEZEN-BUNX
RVH120        END-PERFORM
RVH120        CLOSE BUNX-FILE
RVH120     END-IF
RVH120     IF WS-BUN-OVERLOOP > ZERO
RVH120        MOVE WS-BUN-OVERLOOP TO WS-DISPLAY-CNT
RVH120        DISPLAY "GIRRTRX4 - BUNDELTABEL VOL - " WS-DISPLAY-CNT
RVH120                " ONDERDELEN NIET OPGELOST"
RVH120     END-IF
RVH120     .
      *
RVH120 LEZEN-BUNX.
RVH120*************
RVH120     READ BUNX-FILE
RVH120        AT END
RVH120           SET WS-BUNX-EOF TO TRUE
RVH120     END-READ
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: GEWEIGERDE SLEUTEL IS DE LEIDER VAN EEN BUNDEL - DE
      *        ANDERE ONDERDELEN MET DE REDEN MARKEREN.
      *----------------------------------------------------------------
RVH120 MARKEREN-BUNDEL.
RVH120******************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120        IF WS-BUN-LEIDER (WS-BUN-SUB) = WS-RTRQ-KEY
RVH120           AND WS-BUN-OPEN (WS-BUN-SUB)
RVH120           MOVE "W"        TO WS-BUN-SW (WS-BUN-SUB)
RVH120           MOVE RTRQ-REDEN TO WS-BUN-REDEN (WS-BUN-SUB)
RVH120           ADD 1 TO WS-BUN-OPENSTAAND
RVH120        END-IF
RVH120     END-PERFORM
RVH120     .
      *
      *----------------------------------------------------------------
      *RVH120: PPR ZONDER EIGEN RETOUR - GEMARKEERD ONDERDEEL VAN EEN
      *        GEWEIGERDE BUNDEL? DAN OOK HIERVOOR EEN CORRECTIEGEVAL
      *        EN EEN LIDBERICHT, MET DE REDEN VAN DE BUNDEL.
      *----------------------------------------------------------------
RVH120 TOETS-ONDERDEEL.
RVH120******************
RVH120     PERFORM VARYING WS-BUN-SUB FROM 1 BY 1
RVH120             UNTIL WS-BUN-SUB > WS-BUN-COUNT
RVH120                OR (WS-BUN-KEY (WS-BUN-SUB) = WS-PPRX-KEY
RVH120                AND WS-BUN-GEWEIGERD (WS-BUN-SUB))
RVH120        CONTINUE
RVH120     END-PERFORM
RVH120     IF WS-BUN-SUB NOT > WS-BUN-COUNT
RVH120        MOVE WS-BUN-REDEN (WS-BUN-SUB) TO WS-GEV-REDEN
RVH120        PERFORM MAAK-CORRECTIEGEVAL
RVH120        MOVE "V" TO WS-BUN-SW (WS-BUN-SUB)
RVH120        SUBTRACT 1 FROM WS-BUN-OPENSTAAND
RVH120        ADD 1 TO WS-CNT-GEBUNDELD
RVH120     END-IF
RVH120     .
      *
       MELD-UITVAL.
      **************
      ***************
           CLOSE RTRQ-FILE PPRX-FILE REJQ-FILE MOTQ-FILE RTRR-FILE
                 PLSR-FILE
RVH123     CLOSE RKCQ-FILE
RVH128     CLOSE CLBQ-FILE
           MOVE WS-CNT-GEVALLEN TO WS-DISPLAY-CNT
           DISPLAY "GIRRTRX4 - AANTAL CORRECTIEGEVALLEN : "
                   WS-DISPLAY-CNT
           MOVE WS-CNT-UITVAL TO WS-DISPLAY-CNT
           DISPLAY "GIRRTRX4 - AANTAL ZONDER PPR        : "
                   WS-DISPLAY-CNT
RVH120     MOVE WS-CNT-GEBUNDELD TO WS-DISPLAY-CNT
RVH120     DISPLAY "GIRRTRX4 - WAARVAN BUNDELONDERDELEN : "
RVH120             WS-DISPLAY-CNT
RVH123     MOVE WS-CNT-RKC TO WS-DISPLAY-CNT
RVH123     DISPLAY "GIRRTRX4 - KANDIDATEN REKENINGCORR. : "
RVH123             WS-DISPLAY-CNT
RVH128     MOVE WS-CNT-CLB TO WS-DISPLAY-CNT
RVH128     DISPLAY "GIRRTRX4 - VERREKENINGSBEWEGINGEN   : "
RVH128             WS-DISPLAY-CNT
           .

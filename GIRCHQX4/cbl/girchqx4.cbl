      **        OVERSCHRIJVING OPNIEUW AANGEBODEN VIA GIRBETPP;        *
      **      . EEN VEROUDERDE CHEQUE ZONDER GEKEND IBAN KOMT OP DE    *
      **        OPVOLGLIJST EN BLIJFT IN HET REGISTER.                 *
RVH137**      . IS ZO'N CHEQUE OOK OUDER DAN DE TWEEDE, LANGERE        *
RVH137**        TERMIJN, DAN WORDT HIJ NAAR DE BANK GEANNULEERD EN     *
RVH137**        TEGENGEBOEKT, EN GAAT HIJ NAAR HET REGISTER VAN DE     *
RVH137**        NIET-OPGEEISTE UITKERINGEN (NOUC, ZIE GIRNOUX4).       *
      **                                                               *
      ******************************************************************
      *RVH085: NIEUW OPVOLGPROGRAMMA VOOR HET CHEQUEREGISTER.
      *RVH132: MELDT DE RUN-UNIT AAN ALS BUITEN DE DAGKETEN (GIRKETX4).
      *RVH137: VEROUDERDE CHEQUE ZONDER IBAN NA DE TWEEDE TERMIJN NAAR
      *        HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH085*     INNINGEN, VEROUDERDE CHEQUES ANNULEREN EN ALS
RVH085*     OVERSCHRIJVING HERAANBIEDEN.
RVH085*
RVH132* RVH132 15/10/2026
RVH132*     AANMELDING BIJ DE KETENBEWAKING ALS PROGRAMMA BUITEN
RVH132*     DE DAGKETEN (GIRKETX4, FUNCTIE "B").
RVH132*
RVH137* RVH137 15/10/2026
RVH137*     EEN VEROUDERDE CHEQUE ZONDER GEKEND IBAN DIE OOK DE
RVH137*     TWEEDE TERMIJN OVERSCHRIJDT, WORDT GEANNULEERD,
RVH137*     TEGENGEBOEKT EN ALS NIEUWE ZAAK NAAR HET REGISTER VAN DE
RVH137*     NIET-OPGEEISTE UITKERINGEN GESTUURD (NOUC, STATUS "O").
RVH137*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT CHQR-FILE ASSIGN TO CHQR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CHQR-STATUS.
      *----------------------------------------------------------------
      *RVH137: NIEUWE ZAKEN VOOR HET REGISTER VAN DE NIET-OPGEEISTE
      *        UITKERINGEN (OPNAMEINDELING VAN GIRNOUX4).
      *----------------------------------------------------------------
RVH137     SELECT NOUC-FILE ASSIGN TO NOUC
RVH137            ORGANIZATION IS SEQUENTIAL
RVH137            FILE STATUS  IS WS-NOUC-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
       FD  CHQR-FILE
           RECORDING MODE IS F.
       01  CHQR-REC                     PIC X(80).
RVH137 FD  NOUC-FILE
RVH137     RECORDING MODE IS F.
RVH137 01  NOUC-REC.
RVH137     05  NOUC-PPR                 PIC X(186).
RVH137     05  NOUC-HERKOMST            PIC X(03).
RVH137     05  NOUC-REDEN               PIC X(32).
RVH137     05  NOUC-DATUM               PIC 9(08).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-CHQO-STATUS               PIC XX VALUE ZEROES.
       01  WS-CHQV-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPC-STATUS               PIC XX VALUE ZEROES.
       01  WS-CHQR-STATUS               PIC XX VALUE ZEROES.
RVH137 01  WS-NOUC-STATUS               PIC XX VALUE ZEROES.
       01  WS-CHQO-EOF-SW               PIC X VALUE "N".
           88  WS-CHQO-EOF              VALUE "Y".
       01  WS-CHQB-EOF-SW               PIC X VALUE "N".
      *        PARAMETER, ZOALS TABLE-SEUIL-CONTROLE IN TRBFNCX4.
      *----------------------------------------------------------------
       01  WS-CHQ-MAX-MAANDEN           PIC 9(02) VALUE 06.
RVH137*    TWEEDE TERMIJN: EEN VEROUDERDE CHEQUE ZONDER IBAN GAAT
RVH137*    DAARNA NAAR HET REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN.
RVH137 01  WS-CHQ-NOU-MAANDEN           PIC 9(02) VALUE 12.
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VAN-CCYY              PIC 9(04).
       01  WS-CNT-GEANNULEERD           PIC 9(07) VALUE ZERO.
       01  WS-CNT-OPVOLGING             PIC 9(07) VALUE ZERO.
       01  WS-CNT-ONBEKEND              PIC 9(07) VALUE ZERO.
RVH137 01  WS-CNT-NAAR-REGISTER         PIC 9(07) VALUE ZERO.
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
       PAR-TRAITEMENT-CHEQUES.
      *---------------------------------
RVH132     PERFORM KETEN-BUITEN
           PERFORM OPEN-CHEQUES
           PERFORM LADEN-IBANLOOKUP
           PERFORM LEZEN-CHQO
                      WS-CHQR-STATUS
              STOP RUN
           END-IF
RVH137     OPEN OUTPUT NOUC-FILE
RVH137     IF WS-NOUC-STATUS NOT = "00"
RVH137        DISPLAY "GIRCHQX4 - ERREUR OPEN NOUC STATUS = "
RVH137                WS-NOUC-STATUS
RVH137        STOP RUN
RVH137     END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *        OP HET JOURNAAL TEGENGEBOEKT EN ALS OVERSCHRIJVING
      *        OPNIEUW AANGEBODEN; ANDERS BLIJFT DE CHEQUE IN HET
      *        REGISTER EN KOMT ER EEN OPVOLGLIJN.
      *RVH137: ZONDER IBAN EN OUDER DAN DE TWEEDE TERMIJN GAAT DE
      *        CHEQUE NAAR HET REGISTER VAN DE NIET-OPGEEISTE
      *        UITKERINGEN (ZIE SCHRIJF-NIET-OPGEEIST).
      *----------------------------------------------------------------
       VERWERK-VEROUDERDE-CHEQUE.
      ****************************
              CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
              SET WS-GIRBET-ACTIEF TO TRUE
           ELSE
RVH137     IF WS-MAANDEN > WS-CHQ-NOU-MAANDEN
RVH137        PERFORM SCHRIJF-NIET-OPGEEIST
RVH137     ELSE
              ADD 1 TO WS-CNT-OPVOLGING
              MOVE CHQO-PPR      TO CHQQ-PPR
              MOVE CHQO-UITGIFTE TO CHQQ-UITGIFTE
                                    INTO CHQR-REC
              END-STRING
              WRITE CHQR-REC
RVH137     END-IF
           END-IF
           .
RVH137*
      *----------------------------------------------------------------
      *RVH137: VEROUDERDE CHEQUE ZONDER IBAN NA DE TWEEDE TERMIJN - DE
      *        CHEQUE WORDT NAAR DE BANK GEANNULEERD EN TEGENGEBOEKT
      *        ZOALS BIJ EEN HERAANBIEDING, KRIJGT STATUS "O" IN HET
      *        CHEQUEREGISTER EN GAAT ALS NIEUWE ZAAK NAAR HET
      *        REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN. DE
      *        VERJARING LOOPT VANAF DE UITGIFTE VAN DE CHEQUE.
      *----------------------------------------------------------------
RVH137 SCHRIJF-NIET-OPGEEIST.
RVH137************************
RVH137     ADD 1 TO WS-CNT-NAAR-REGISTER
RVH137     MOVE TRBFN-CONSTANTE TO CHQV-KONST
RVH137     MOVE TRBFN-NO-SUITE  TO CHQV-VOLGNR
RVH137     MOVE TRBFN-MONTANT   TO CHQV-BEDRAG
RVH137     MOVE CHQO-UITGIFTE   TO CHQV-UITGIFTE
RVH137     WRITE CHQV-REC
RVH137     PERFORM BEREKEN-OGM
RVH137     PERFORM SCHRIJF-TEGENBOEKING
RVH137     MOVE CHQO-PPR      TO CHQQ-PPR
RVH137     MOVE CHQO-UITGIFTE TO CHQQ-UITGIFTE
RVH137     MOVE "O"           TO CHQQ-STATUS
RVH137     WRITE CHQQ-REC
RVH137     MOVE CHQO-PPR      TO NOUC-PPR
RVH137     MOVE "CHQ"         TO NOUC-HERKOMST
RVH137     MOVE "CHEQUE VEROUDERD - GEEN IBAN" TO NOUC-REDEN
RVH137     MOVE CHQO-UITGIFTE TO NOUC-DATUM
RVH137     WRITE NOUC-REC
RVH137     .
      *
       ZOEK-IBAN.
      ************
           END-IF
           CLOSE CHQO-FILE CHQB-FILE CHQQ-FILE CHQV-FILE
                 GLPC-FILE CHQR-FILE
RVH137           NOUC-FILE
           MOVE WS-CNT-GEIND TO WS-DISPLAY-CNT
           DISPLAY "GIRCHQX4 - GEIND                 : " WS-DISPLAY-CNT
           MOVE WS-CNT-LOPEND TO WS-DISPLAY-CNT
           DISPLAY "GIRCHQX4 - IN OPVOLGING          : " WS-DISPLAY-CNT
           MOVE WS-CNT-ONBEKEND TO WS-DISPLAY-CNT
           DISPLAY "GIRCHQX4 - INNING ZONDER REGISTER: " WS-DISPLAY-CNT
RVH137     MOVE WS-CNT-NAAR-REGISTER TO WS-DISPLAY-CNT
RVH137     DISPLAY "GIRCHQX4 - NAAR REGISTER NOU     : " WS-DISPLAY-CNT
           .
RVH132*
      *----------------------------------------------------------------
      *RVH132: KETENBEWAKING - DIT PROGRAMMA HOORT NIET BIJ DE DAG-
      *        KETEN: DE RUN-UNIT WORDT ALS "BUITEN DE KETEN" AANGEMELD,
      *        ZODAT DE AANMELDING VAN TRBFNCX4 BIJ DE HERAANBIEDING
      *        NIET ALS GIRBET-RUN VAN DE WERKDAG WORDT GEREGISTREERD.
      *----------------------------------------------------------------
RVH132 KETEN-BUITEN.
RVH132***************
RVH132     MOVE "B"        TO WS-KET-FUNCTIE
RVH132     MOVE "GIRCHQX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     .

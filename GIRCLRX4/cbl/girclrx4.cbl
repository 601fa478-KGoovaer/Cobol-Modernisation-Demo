      ******************************************************************
      **  GIRCLRX4 : VERREKENINGSGROOTBOEK MET DE FEDERATIES           *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - WIJ BETALEN UIT VOOR REKENING VAN ELKE FEDERATIE. DE       *
      **    FEDERATIE IS ONS HET BRUTOBEDRAG VERSCHULDIGD; ZIJ HEEFT   *
      **    TEGOED DE INGEHOUDEN SCHULDEN (SLDQ-VERREKENING), DE       *
      **    TERUGBETALINGEN VAN GIRCINX4, DE GEWEIGERDE BETALINGEN     *
      **    VAN GIRRTRX4 EN HAAR AANDEEL IN DE BANKKOSTEN VAN          *
      **    GIRFKTX4.                                                  *
      **  - DAGVERWERKING (CLRP-MODUS "D" OF GEEN PARAMETER): DE       *
      **    BEWEGINGEN VAN DE DAG WORDEN PER FEDERATIE EN PER          *
      **    CATEGORIE OP HET GROOTBOEK (CLGO -> CLGN) GEBOEKT:         *
      **      . GLPX - DE GLPQ-FEEDS VAN DE DAG (TRBFNCX4, GIRCINX4,   *
      **        GIRFKTX4 EN DE ANDERE AANLEVERAARS, SAMENGEVOEGD),     *
      **      . CLBQ - DE GEWEIGERDE BETALINGEN VAN GIRRTRX4.          *
      **  - MAANDAFSLUITING (CLRP-MODUS "M"): PER FEDERATIE EEN        *
      **    AFREKENINGSSTAAT (BEGINSALDO, BEWEGINGEN PER CATEGORIE,    *
      **    EINDSALDO) EN EEN NETTO VEREFFENINGSOPDRACHT VOOR DE       *
      **    THESAURIE (CLRT); HET EINDSALDO WORDT HET BEGINSALDO VAN   *
      **    DE VOLGENDE MAAND.                                         *
      **  - EEN POSITIEF SALDO IS EEN SCHULD VAN DE FEDERATIE AAN ONS. *
      **                                                               *
      ******************************************************************
      *RVH128: NIEUW PROGRAMMA - VERREKENINGSGROOTBOEK EN MAANDELIJKSE
      *        AFREKENING PER FEDERATIE.
      *RVH137: DE OVERDRACHT AAN DE DEPOSITO- EN CONSIGNATIEKAS (SOORT
      *        "D", GIRNOUX4) TELT BIJ HET BRUTOBEDRAG.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRCLRX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH128*
RVH128* RVH128 15/10/2026
RVH128*     NIEUW PROGRAMMA : DAGELIJKSE BOEKING VAN DE VERREKENING
RVH128*     PER FEDERATIE, MAANDSTAAT EN VEREFFENINGSOPDRACHT.
RVH128*
RVH137* RVH137 15/10/2026
RVH137*     GLPQ-SOORT "D" (OVERDRACHT VAN EEN NIET-OPGEEISTE
RVH137*     UITKERING AAN DE DEPOSITO- EN CONSIGNATIEKAS) WORDT
RVH137*     ALS BRUTOBEDRAG VAN DE FEDERATIE GEBOEKT.
RVH137*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH128: PARAMETER - VERWERKINGSMODUS EN DE MAAND WAARMEE EEN
      *        NIEUW GROOTBOEK BEGINT.
      *----------------------------------------------------------------
           SELECT CLRP-FILE ASSIGN TO CLRP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CLRP-STATUS.
      *----------------------------------------------------------------
      *RVH128: SAMENGEVOEGDE GLPQ-FEEDS VAN DE DAG (DE JCL CONCATENEERT
      *        DE GENERATIES VAN TRBFNCX4 EN DE AANLEVERINGEN VAN
      *        GIRCINX4 EN GIRFKTX4).
      *----------------------------------------------------------------
           SELECT GLPX-FILE ASSIGN TO GLPX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPX-STATUS.
      *----------------------------------------------------------------
      *RVH128: VERREKENINGSBEWEGINGEN VAN GIRRTRX4 (GEWEIGERDE
      *        BETALINGEN). EEN ONTBREKEND BESTAND IS GEEN FOUT.
      *----------------------------------------------------------------
           SELECT CLBQ-FILE ASSIGN TO CLBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CLBQ-STATUS.
      *----------------------------------------------------------------
      *RVH128: VORIGE EN NIEUWE GENERATIE VAN HET GROOTBOEK, OPLOPEND
      *        OP FEDERATIE.
      *----------------------------------------------------------------
           SELECT CLGO-FILE ASSIGN TO CLGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CLGO-STATUS.
           SELECT CLGN-FILE ASSIGN TO CLGN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CLGN-STATUS.
      *----------------------------------------------------------------
      *RVH128: DAGOVERZICHT OF MAANDELIJKSE AFREKENINGSSTAAT.
      *----------------------------------------------------------------
           SELECT CLRS-FILE ASSIGN TO CLRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CLRS-STATUS.
      *----------------------------------------------------------------
      *RVH128: VEREFFENINGSOPDRACHTEN VOOR DE THESAURIE (ENKEL BIJ DE
      *        MAANDAFSLUITING).
      *----------------------------------------------------------------
           SELECT CLRT-FILE ASSIGN TO CLRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CLRT-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  CLRP-FILE
           RECORDING MODE IS F.
       01  CLRP-REC.
           05  CLRP-MODUS               PIC X(01).
               88  CLRP-DAG             VALUE "D".
               88  CLRP-MAANDAFSLUITING VALUE "M".
           05  CLRP-MAAND               PIC 9(06).
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
       FD  CLBQ-FILE
           RECORDING MODE IS F.
       01  CLBQ-REC.
           05  CLBQ-FEDERATIE           PIC 9(03).
           05  CLBQ-DATUM               PIC 9(08).
           05  CLBQ-CATEGORIE           PIC X(01).
               88  CLBQ-RETOUR          VALUE "R".
           05  CLBQ-BEDRAG              PIC S9(08).
           05  CLBQ-KONST               PIC 9(10).
           05  CLBQ-VOLGNR              PIC 9(03).
           05  CLBQ-RNR                 PIC X(13).
       FD  CLGO-FILE
           RECORDING MODE IS F.
       01  CLGO-REC                     PIC X(100).
       FD  CLGN-FILE
           RECORDING MODE IS F.
       01  CLGN-REC                     PIC X(100).
       FD  CLRS-FILE
           RECORDING MODE IS F.
       01  CLRS-REC                     PIC X(132).
       FD  CLRT-FILE
           RECORDING MODE IS F.
       01  CLRT-REC.
           05  CLRT-MAAND               PIC 9(06).
           05  CLRT-FEDERATIE           PIC 9(03).
           05  CLRT-RICHTING            PIC X(01).
               88  CLRT-TE-ONTVANGEN    VALUE "O".
               88  CLRT-TE-BETALEN      VALUE "B".
           05  CLRT-BEDRAG              PIC 9(11).
           05  CLRT-BEDRAG-DV           PIC X(01).
           05  CLRT-MEDEDELING          PIC X(40).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-CLRP-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-STATUS               PIC XX VALUE ZEROES.
       01  WS-CLBQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-CLGO-STATUS               PIC XX VALUE ZEROES.
       01  WS-CLGN-STATUS               PIC XX VALUE ZEROES.
       01  WS-CLRS-STATUS               PIC XX VALUE ZEROES.
       01  WS-CLRT-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPX-EOF-SW               PIC X VALUE "N".
           88  WS-GLPX-EOF              VALUE "Y".
       01  WS-CLBQ-EOF-SW               PIC X VALUE "N".
           88  WS-CLBQ-EOF              VALUE "Y".
       01  WS-CLGO-EOF-SW               PIC X VALUE "N".
           88  WS-CLGO-EOF              VALUE "Y".
       01  WS-MODUS                     PIC X(01) VALUE "D".
           88  WS-MODUS-DAG             VALUE "D".
           88  WS-MODUS-MAAND           VALUE "M".
      *----------------------------------------------------------------
      *RVH128: GROOTBOEKREKORD PER FEDERATIE. DE BEWEGINGEN VAN DE
      *        LOPENDE MAAND STAAN PER CATEGORIE; HET SALDO IS
      *        BEGINSALDO + BRUTO - INHOUDING - TERUGBETALING - RETOUR
      *        - BANKKOSTEN.
      *----------------------------------------------------------------
       01  WS-CLG-REC.
           05  WS-CLG-FEDERATIE         PIC 9(03).
           05  WS-CLG-MAAND             PIC 9(06).
           05  WS-CLG-BEGINSALDO        PIC S9(11).
           05  WS-CLG-BRUTO             PIC S9(11).
           05  WS-CLG-INHOUDING         PIC S9(11).
           05  WS-CLG-TERUGBETALING     PIC S9(11).
           05  WS-CLG-RETOUR            PIC S9(11).
           05  WS-CLG-BANKKOSTEN        PIC S9(11).
           05  WS-CLG-LAATSTE           PIC 9(08).
           05  FILLER                   PIC X(17).
      *----------------------------------------------------------------
      *RVH128: HET GROOTBOEK IN FEDERATIEVOLGORDE. EEN FEDERATIE ZONDER
      *        REKORD KRIJGT EEN NIEUWE LIJN OP HAAR PLAATS.
      *----------------------------------------------------------------
       01  WS-FED-TABLE.
           05  WS-FED-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-FED-IDX.
               10  WS-FED-NR            PIC 9(03).
               10  WS-FED-BEGINSALDO    PIC S9(11).
               10  WS-FED-BRUTO         PIC S9(11).
               10  WS-FED-INHOUDING     PIC S9(11).
               10  WS-FED-TERUGBET      PIC S9(11).
               10  WS-FED-RETOUR        PIC S9(11).
               10  WS-FED-BANKKOSTEN    PIC S9(11).
               10  WS-FED-LAATSTE       PIC 9(08).
               10  WS-FED-DAG-CNT       PIC 9(07).
               10  WS-FED-DAG-BEDRAG    PIC S9(11).
       01  WS-FED-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-FED-SUB                   PIC S9(04) COMP.
       01  WS-ZOEK-FED                  PIC 9(03).
       01  WS-ZOEK-SW                   PIC X VALUE "N".
           88  WS-ZOEK-GEVONDEN         VALUE "Y".
       01  WS-PLAATS-SW                 PIC X VALUE "N".
           88  WS-PLAATS-GEVONDEN       VALUE "Y".
      *----------------------------------------------------------------
      *RVH128: LOPENDE MAAND VAN HET GROOTBOEK EN DE VOLGENDE MAAND
      *        BIJ DE AFSLUITING.
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-GRB-MAAND                 PIC 9(06) VALUE ZERO.
       01  WS-VOLG-MAAND                PIC 9(06) VALUE ZERO.
       01  WS-VOLG-MAAND-RED REDEFINES WS-VOLG-MAAND.
           05  WS-VOLG-CCYY             PIC 9(04).
           05  WS-VOLG-MM               PIC 9(02).
      *----------------------------------------------------------------
      *RVH128: DE CATEGORIE VAN EEN BEWEGING (ZIE INDELEN-GLPX).
      *----------------------------------------------------------------
       01  WS-CATEGORIE                 PIC X(01) VALUE SPACE.
           88  WS-CAT-BRUTO             VALUE "B".
           88  WS-CAT-INHOUDING         VALUE "I".
           88  WS-CAT-TERUGBETALING     VALUE "T".
           88  WS-CAT-RETOUR            VALUE "R".
           88  WS-CAT-BANKKOSTEN        VALUE "K".
           88  WS-CAT-GEEN              VALUE SPACE.
       01  WS-BEDRAG                    PIC S9(11).
       01  WS-DATUM                     PIC 9(08).
       01  WS-EINDSALDO                 PIC S9(11).
       01  WS-TOT-BEGINSALDO            PIC S9(11) VALUE ZERO.
       01  WS-TOT-EINDSALDO             PIC S9(11) VALUE ZERO.
       01  WS-TOT-TE-ONTVANGEN          PIC S9(11) VALUE ZERO.
       01  WS-TOT-TE-BETALEN            PIC S9(11) VALUE ZERO.
       01  WS-CNT-GLPX                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-CLBQ                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEBOEKT               PIC 9(07) VALUE ZERO.
       01  WS-CNT-OPDRACHTEN            PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERLOOP              PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-VERREKENING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-VERREKENING.
      *---------------------------------
           PERFORM OPEN-VERREKENING
           PERFORM LADEN-GROOTBOEK
           IF WS-MODUS-MAAND
              PERFORM AFREKENEN-MAAND
           ELSE
              PERFORM BOEKEN-GLPX
              PERFORM BOEKEN-CLBQ
              PERFORM AFDRUKKEN-DAG
           END-IF
           PERFORM SCHRIJVEN-GROOTBOEK
           PERFORM FIN-VERREKENING
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-VERREKENING.
      *******************
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE WS-VANDAAG (1:6) TO WS-GRB-MAAND
           OPEN INPUT CLRP-FILE
           IF WS-CLRP-STATUS = "00"
              READ CLRP-FILE
              IF WS-CLRP-STATUS = "00"
                 IF CLRP-MAANDAFSLUITING
                    SET WS-MODUS-MAAND TO TRUE
                 END-IF
                 IF CLRP-MAAND NUMERIC AND CLRP-MAAND NOT = ZERO
                    MOVE CLRP-MAAND TO WS-GRB-MAAND
                 END-IF
              END-IF
              CLOSE CLRP-FILE
           END-IF
           OPEN INPUT CLGO-FILE
           IF WS-CLGO-STATUS NOT = "00"
              DISPLAY "GIRCLRX4 - ERREUR OPEN CLGO STATUS = "
                      WS-CLGO-STATUS
              STOP RUN
           END-IF
           IF WS-MODUS-DAG
              OPEN INPUT GLPX-FILE
              IF WS-GLPX-STATUS NOT = "00"
                 DISPLAY "GIRCLRX4 - ERREUR OPEN GLPX STATUS = "
                         WS-GLPX-STATUS
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT CLGN-FILE
           IF WS-CLGN-STATUS NOT = "00"
              DISPLAY "GIRCLRX4 - ERREUR OPEN CLGN STATUS = "
                      WS-CLGN-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT CLRS-FILE
           IF WS-MODUS-MAAND
              OPEN OUTPUT CLRT-FILE
              IF WS-CLRT-STATUS NOT = "00"
                 DISPLAY "GIRCLRX4 - ERREUR OPEN CLRT STATUS = "
                         WS-CLRT-STATUS
                 STOP RUN
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH128: HET GROOTBOEK VOLLEDIG INLEZEN. DE MAAND VAN HET
      *        GROOTBOEK (NIET DE DATUM VAN DE RUN) BEPAALT OP WELKE
      *        MAAND GEBOEKT EN AFGESLOTEN WORDT; DE PARAMETER GELDT
      *        ENKEL VOOR EEN LEEG GROOTBOEK.
      *----------------------------------------------------------------
       LADEN-GROOTBOEK.
      ******************
           PERFORM LEZEN-CLGO
           IF NOT WS-CLGO-EOF
              MOVE WS-CLG-MAAND TO WS-GRB-MAAND
           END-IF
           PERFORM WITH TEST BEFORE UNTIL WS-CLGO-EOF
              IF WS-CLG-MAAND NOT = WS-GRB-MAAND
                 MOVE SPACES TO CLRS-REC
                 STRING "AFWIJKENDE MAAND IN GROOTBOEK FED="
                                              DELIMITED BY SIZE
                        WS-CLG-FEDERATIE      DELIMITED BY SIZE
                        " MAAND="             DELIMITED BY SIZE
                        WS-CLG-MAAND          DELIMITED BY SIZE
                                         INTO CLRS-REC
                 END-STRING
                 WRITE CLRS-REC
              END-IF
              IF WS-FED-COUNT < 200
                 ADD 1 TO WS-FED-COUNT
                 SET WS-FED-IDX TO WS-FED-COUNT
                 MOVE WS-CLG-FEDERATIE  TO WS-FED-NR (WS-FED-IDX)
                 MOVE WS-CLG-BEGINSALDO
                                     TO WS-FED-BEGINSALDO (WS-FED-IDX)
                 MOVE WS-CLG-BRUTO      TO WS-FED-BRUTO (WS-FED-IDX)
                 MOVE WS-CLG-INHOUDING  TO WS-FED-INHOUDING (WS-FED-IDX)
                 MOVE WS-CLG-TERUGBETALING
                                        TO WS-FED-TERUGBET (WS-FED-IDX)
                 MOVE WS-CLG-RETOUR     TO WS-FED-RETOUR (WS-FED-IDX)
                 MOVE WS-CLG-BANKKOSTEN
                                     TO WS-FED-BANKKOSTEN (WS-FED-IDX)
                 MOVE WS-CLG-LAATSTE    TO WS-FED-LAATSTE (WS-FED-IDX)
                 MOVE ZERO TO WS-FED-DAG-CNT (WS-FED-IDX)
                              WS-FED-DAG-BEDRAG (WS-FED-IDX)
              ELSE
                 ADD 1 TO WS-CNT-OVERLOOP
              END-IF
              PERFORM LEZEN-CLGO
           END-PERFORM
           CLOSE CLGO-FILE
           .
      *
       LEZEN-CLGO.
      *************
           READ CLGO-FILE INTO WS-CLG-REC
              AT END
                 SET WS-CLGO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH128: DE GLPQ-LIJNEN VAN DE DAG INDELEN EN BOEKEN.
      *----------------------------------------------------------------
       BOEKEN-GLPX.
      **************
           PERFORM LEZEN-GLPX
           PERFORM WITH TEST BEFORE UNTIL WS-GLPX-EOF
              ADD 1 TO WS-CNT-GLPX
              PERFORM INDELEN-GLPX
              IF NOT WS-CAT-GEEN
                 MOVE GLPX-FEDERATIE TO WS-ZOEK-FED
                 MOVE GLPX-BEDRAG    TO WS-BEDRAG
                 MOVE GLPX-DATINB    TO WS-DATUM
                 PERFORM BOEKEN-BEWEGING
              END-IF
              PERFORM LEZEN-GLPX
           END-PERFORM
           CLOSE GLPX-FILE
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
      *----------------------------------------------------------------
      *RVH128: CATEGORIE PER GLPQ-SOORT (ZIE GLPQ-SOORT IN TRBFNCX4):
      *        - BRUTO: DE BETALING ("B", OOK VAN GIRCHQX4/GIRRCLX4;
      *          SPATIE VOOR OUDERE GENERATIES), DE AANPASSING VAN
      *          GIRVORX4 ("A", MET TEKEN) EN DE INGEHOUDEN DELEN VAN
      *          DE BETALING IN TRBFNCX4 ("I", "W", "S" MET EEN
      *          RUN-VOLGNUMMER) - SAMEN HET BRUTOBEDRAG;
RVH137*          OOK DE OVERDRACHT VAN EEN NIET-OPGEEISTE UITKERING
RVH137*          AAN DE DEPOSITO- EN CONSIGNATIEKAS ("D", GIRNOUX4)
RVH137*          IS EEN BETALING VOOR REKENING VAN DE FEDERATIE;
      *        - INHOUDING: DE SLDQ-VERREKENING IN TRBFNCX4 ("I" MET
      *          EEN RUN-VOLGNUMMER) KOMT DE FEDERATIE TOE;
      *        - TERUGBETALING: "I" ZONDER RUN-VOLGNUMMER (GIRCINX4)
      *          EN DE TERUGGAVE UIT DE NALATENSCHAPSWACHTRIJ ("N");
      *        - BANKKOSTEN: "K" ZONDER RIJKSNUMMER (GIRFKTX4; MET
      *          RIJKSNUMMER IS HET EEN ACCRUAL VAN GIRSTPX4).
      *        DE ACCRUALS ("F", "R", "H", "C", "T", "M"), DE
      *        TERUGVORDERING ("V", NOG NIET ONTVANGEN) EN DE
      *        AFSCHRIJVING ("O") ZIJN GEEN GELDSTROOM TUSSEN ONS EN
      *        DE FEDERATIE.
      *----------------------------------------------------------------
       INDELEN-GLPX.
      ***************
           SET WS-CAT-GEEN TO TRUE
           EVALUATE GLPX-SOORT
           WHEN "B"
           WHEN "A"
RVH137     WHEN "D"
           WHEN SPACE
              SET WS-CAT-BRUTO TO TRUE
           WHEN "W"
           WHEN "S"
              IF GLPX-RUNSEQ NOT = ZERO
                 SET WS-CAT-BRUTO TO TRUE
              END-IF
           WHEN "I"
              IF GLPX-RUNSEQ NOT = ZERO
      *          HET INGEHOUDEN DEEL HOORT BIJ HET BRUTOBEDRAG EN IS
      *          TEGELIJK EEN TEGOED: TWEE BOEKINGEN.
                 SET WS-CAT-BRUTO TO TRUE
                 MOVE GLPX-FEDERATIE TO WS-ZOEK-FED
                 MOVE GLPX-BEDRAG    TO WS-BEDRAG
                 MOVE GLPX-DATINB    TO WS-DATUM
                 PERFORM BOEKEN-BEWEGING
                 SET WS-CAT-INHOUDING TO TRUE
              ELSE
                 SET WS-CAT-TERUGBETALING TO TRUE
              END-IF
           WHEN "N"
              SET WS-CAT-TERUGBETALING TO TRUE
           WHEN "K"
              IF GLPX-RNR = SPACES
                 SET WS-CAT-BANKKOSTEN TO TRUE
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH128: DE GEWEIGERDE BETALINGEN VAN GIRRTRX4.
      *----------------------------------------------------------------
       BOEKEN-CLBQ.
      **************
           OPEN INPUT CLBQ-FILE
           IF WS-CLBQ-STATUS = "00"
              PERFORM LEZEN-CLBQ
              PERFORM WITH TEST BEFORE UNTIL WS-CLBQ-EOF
                 ADD 1 TO WS-CNT-CLBQ
                 IF CLBQ-RETOUR
                    SET WS-CAT-RETOUR TO TRUE
                    MOVE CLBQ-FEDERATIE TO WS-ZOEK-FED
                    MOVE CLBQ-BEDRAG    TO WS-BEDRAG
                    MOVE CLBQ-DATUM     TO WS-DATUM
                    PERFORM BOEKEN-BEWEGING
                 END-IF
                 PERFORM LEZEN-CLBQ
              END-PERFORM
              CLOSE CLBQ-FILE
           ELSE
              DISPLAY "GIRCLRX4 - GEEN CLBQ - GEEN RETOUREN GEBOEKT"
           END-IF
           .
      *
       LEZEN-CLBQ.
      *************
           READ CLBQ-FILE
              AT END
                 SET WS-CLBQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH128: WS-BEDRAG OP DE CATEGORIE VAN DE FEDERATIE BOEKEN.
      *----------------------------------------------------------------
       BOEKEN-BEWEGING.
      ******************
           PERFORM ZOEK-FEDERATIE
           IF WS-ZOEK-GEVONDEN
              ADD 1 TO WS-CNT-GEBOEKT
              ADD 1 TO WS-FED-DAG-CNT (WS-FED-IDX)
              EVALUATE TRUE
              WHEN WS-CAT-BRUTO
                 ADD WS-BEDRAG TO WS-FED-BRUTO (WS-FED-IDX)
                 ADD WS-BEDRAG TO WS-FED-DAG-BEDRAG (WS-FED-IDX)
              WHEN WS-CAT-INHOUDING
                 ADD WS-BEDRAG TO WS-FED-INHOUDING (WS-FED-IDX)
                 SUBTRACT WS-BEDRAG FROM WS-FED-DAG-BEDRAG (WS-FED-IDX)
              WHEN WS-CAT-TERUGBETALING
                 ADD WS-BEDRAG TO WS-FED-TERUGBET (WS-FED-IDX)
                 SUBTRACT WS-BEDRAG FROM WS-FED-DAG-BEDRAG (WS-FED-IDX)
              WHEN WS-CAT-RETOUR
                 ADD WS-BEDRAG TO WS-FED-RETOUR (WS-FED-IDX)
                 SUBTRACT WS-BEDRAG FROM WS-FED-DAG-BEDRAG (WS-FED-IDX)
              WHEN WS-CAT-BANKKOSTEN
                 ADD WS-BEDRAG TO WS-FED-BANKKOSTEN (WS-FED-IDX)
                 SUBTRACT WS-BEDRAG FROM WS-FED-DAG-BEDRAG (WS-FED-IDX)
              END-EVALUATE
              IF WS-DATUM > WS-FED-LAATSTE (WS-FED-IDX)
                 MOVE WS-DATUM TO WS-FED-LAATSTE (WS-FED-IDX)
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH128: DE LIJN VAN WS-ZOEK-FED OPZOEKEN, OF ZE OP HAAR PLAATS
      *        IN DE VOLGORDE INVOEGEN. WS-FED-IDX WIJST NADIEN NAAR
      *        DE LIJN; BIJ EEN VOLLE TABEL BLIJFT WS-ZOEK-GEVONDEN
      *        UIT EN WORDT DE BEWEGING NIET GEBOEKT.
      *----------------------------------------------------------------
       ZOEK-FEDERATIE.
      *****************
           MOVE "N" TO WS-ZOEK-SW
           IF WS-FED-COUNT > ZERO
              SET WS-FED-IDX TO 1
              SEARCH WS-FED-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-FED-NR (WS-FED-IDX) = WS-ZOEK-FED
                    SET WS-ZOEK-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF NOT WS-ZOEK-GEVONDEN
              IF WS-FED-COUNT < 200
                 PERFORM INVOEGEN-FEDERATIE
              ELSE
                 ADD 1 TO WS-CNT-OVERLOOP
                 MOVE SPACES TO CLRS-REC
                 STRING "FEDERATIETABEL VOL - NIET GEBOEKT FED="
                                              DELIMITED BY SIZE
                        WS-ZOEK-FED           DELIMITED BY SIZE
                                         INTO CLRS-REC
                 END-STRING
                 WRITE CLRS-REC
              END-IF
           END-IF
           .
      *
       INVOEGEN-FEDERATIE.
      *********************
           MOVE WS-FED-COUNT TO WS-FED-SUB
           MOVE "N" TO WS-PLAATS-SW
           PERFORM WITH TEST BEFORE UNTIL WS-PLAATS-GEVONDEN
              IF WS-FED-SUB < 1
                 SET WS-PLAATS-GEVONDEN TO TRUE
              ELSE
                 IF WS-FED-NR (WS-FED-SUB) < WS-ZOEK-FED
                    SET WS-PLAATS-GEVONDEN TO TRUE
                 ELSE
                    MOVE WS-FED-ENTRY (WS-FED-SUB)
                      TO WS-FED-ENTRY (WS-FED-SUB + 1)
                    SUBTRACT 1 FROM WS-FED-SUB
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-FED-COUNT
           ADD 1 TO WS-FED-SUB
           SET WS-FED-IDX TO WS-FED-SUB
           MOVE WS-ZOEK-FED TO WS-FED-NR (WS-FED-IDX)
           MOVE ZERO        TO WS-FED-BEGINSALDO (WS-FED-IDX)
                               WS-FED-BRUTO (WS-FED-IDX)
                               WS-FED-INHOUDING (WS-FED-IDX)
                               WS-FED-TERUGBET (WS-FED-IDX)
                               WS-FED-RETOUR (WS-FED-IDX)
                               WS-FED-BANKKOSTEN (WS-FED-IDX)
                               WS-FED-LAATSTE (WS-FED-IDX)
                               WS-FED-DAG-CNT (WS-FED-IDX)
                               WS-FED-DAG-BEDRAG (WS-FED-IDX)
           SET WS-ZOEK-GEVONDEN TO TRUE
           .
      *
      *----------------------------------------------------------------
      *RVH128: DAGOVERZICHT - PER FEDERATIE MET BEWEGINGEN HET AANTAL,
      *        HET NETTO BEDRAG VAN DE DAG EN HET LOPENDE SALDO.
      *----------------------------------------------------------------
       AFDRUKKEN-DAG.
      ****************
           MOVE SPACES TO CLRS-REC
           STRING "VERREKENING FEDERATIES - DAGBOEKING "
                                              DELIMITED BY SIZE
                  WS-VANDAAG                  DELIMITED BY SIZE
                  " - GROOTBOEKMAAND "        DELIMITED BY SIZE
                  WS-GRB-MAAND                DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > WS-FED-COUNT
              IF WS-FED-DAG-CNT (WS-FED-SUB) > ZERO
                 PERFORM BEREKEN-EINDSALDO
                 MOVE WS-FED-DAG-CNT (WS-FED-SUB) TO WS-EDIT-AANTAL
                 MOVE WS-FED-DAG-BEDRAG (WS-FED-SUB) TO WS-EDIT-BEDRAG
                 MOVE SPACES TO CLRS-REC
                 STRING "FED="                  DELIMITED BY SIZE
                        WS-FED-NR (WS-FED-SUB)  DELIMITED BY SIZE
                        " BEWEGINGEN="          DELIMITED BY SIZE
                        WS-EDIT-AANTAL          DELIMITED BY SIZE
                        " NETTO DAG="           DELIMITED BY SIZE
                        WS-EDIT-BEDRAG          DELIMITED BY SIZE
                                           INTO CLRS-REC
                 END-STRING
                 MOVE WS-EINDSALDO TO WS-EDIT-BEDRAG
                 STRING " SALDO="               DELIMITED BY SIZE
                        WS-EDIT-BEDRAG          DELIMITED BY SIZE
                                           INTO CLRS-REC (59:)
                 END-STRING
                 WRITE CLRS-REC
              END-IF
           END-PERFORM
           .
      *
       BEREKEN-EINDSALDO.
      ********************
           COMPUTE WS-EINDSALDO = WS-FED-BEGINSALDO (WS-FED-SUB)
                                + WS-FED-BRUTO (WS-FED-SUB)
                                - WS-FED-INHOUDING (WS-FED-SUB)
                                - WS-FED-TERUGBET (WS-FED-SUB)
                                - WS-FED-RETOUR (WS-FED-SUB)
                                - WS-FED-BANKKOSTEN (WS-FED-SUB)
           END-COMPUTE
           .
      *
      *----------------------------------------------------------------
      *RVH128: MAANDAFSLUITING - AFREKENINGSSTAAT EN
      *        VEREFFENINGSOPDRACHT PER FEDERATIE; HET EINDSALDO WORDT
      *        HET BEGINSALDO VAN DE VOLGENDE MAAND. NA EEN VOLLEDIGE
      *        VEREFFENING DOOR DE THESAURIE BOEKT DE AFDELING DE
      *        ONTVANGST OF BETALING ALS CORRECTIE OP HET GROOTBOEK;
      *        TOT DAN BLIJFT HET SALDO OPENSTAAN.
      *----------------------------------------------------------------
       AFREKENEN-MAAND.
      ******************
           MOVE WS-GRB-MAAND TO WS-VOLG-MAAND
           IF WS-VOLG-MM = 12
              ADD 1 TO WS-VOLG-CCYY
              MOVE 1 TO WS-VOLG-MM
           ELSE
              ADD 1 TO WS-VOLG-MM
           END-IF
           MOVE SPACES TO CLRS-REC
           STRING "AFREKENINGSSTAAT VERREKENING FEDERATIES - MAAND "
                                              DELIMITED BY SIZE
                  WS-GRB-MAAND                DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > WS-FED-COUNT
              PERFORM AFDRUKKEN-STAAT
              PERFORM SCHRIJVEN-OPDRACHT
              MOVE WS-EINDSALDO TO WS-FED-BEGINSALDO (WS-FED-SUB)
              MOVE ZERO TO WS-FED-BRUTO (WS-FED-SUB)
                           WS-FED-INHOUDING (WS-FED-SUB)
                           WS-FED-TERUGBET (WS-FED-SUB)
                           WS-FED-RETOUR (WS-FED-SUB)
                           WS-FED-BANKKOSTEN (WS-FED-SUB)
           END-PERFORM
           MOVE SPACES TO CLRS-REC
           WRITE CLRS-REC
           MOVE WS-TOT-BEGINSALDO TO WS-EDIT-BEDRAG
           STRING "TOTAAL BEGINSALDO          "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE SPACES TO CLRS-REC
           MOVE WS-TOT-EINDSALDO TO WS-EDIT-BEDRAG
           STRING "TOTAAL EINDSALDO           "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE SPACES TO CLRS-REC
           MOVE WS-TOT-TE-ONTVANGEN TO WS-EDIT-BEDRAG
           STRING "TOTAAL TE ONTVANGEN        "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE SPACES TO CLRS-REC
           MOVE WS-TOT-TE-BETALEN TO WS-EDIT-BEDRAG
           STRING "TOTAAL TE BETALEN          "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-VOLG-MAAND TO WS-GRB-MAAND
           .
      *
       AFDRUKKEN-STAAT.
      ******************
           PERFORM BEREKEN-EINDSALDO
           ADD WS-FED-BEGINSALDO (WS-FED-SUB) TO WS-TOT-BEGINSALDO
           ADD WS-EINDSALDO                   TO WS-TOT-EINDSALDO
           MOVE SPACES TO CLRS-REC
           WRITE CLRS-REC
           MOVE SPACES TO CLRS-REC
           STRING "FEDERATIE "                DELIMITED BY SIZE
                  WS-FED-NR (WS-FED-SUB)      DELIMITED BY SIZE
                  " - LAATSTE BEWEGING "      DELIMITED BY SIZE
                  WS-FED-LAATSTE (WS-FED-SUB) DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-FED-BEGINSALDO (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  BEGINSALDO               "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-FED-BRUTO (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  + BRUTO UITBETAALD       "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-FED-INHOUDING (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  - SLDQ-VERREKENING       "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-FED-TERUGBET (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  - TERUGBETALINGEN        "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-FED-RETOUR (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  - GEWEIGERDE BETALINGEN  "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-FED-BANKKOSTEN (WS-FED-SUB) TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  - AANDEEL BANKKOSTEN     "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           WRITE CLRS-REC
           MOVE WS-EINDSALDO TO WS-EDIT-BEDRAG
           MOVE SPACES TO CLRS-REC
           STRING "  EINDSALDO                "
                                              DELIMITED BY SIZE
                  WS-EDIT-BEDRAG              DELIMITED BY SIZE
                                         INTO CLRS-REC
           END-STRING
           EVALUATE TRUE
           WHEN WS-EINDSALDO > ZERO
              MOVE "TE ONTVANGEN VAN DE FEDERATIE" TO CLRS-REC (45:)
           WHEN WS-EINDSALDO < ZERO
              MOVE "TE BETALEN AAN DE FEDERATIE"   TO CLRS-REC (45:)
           WHEN OTHER
              MOVE "VEREFFEND"                     TO CLRS-REC (45:)
           END-EVALUATE
           WRITE CLRS-REC
           .
      *
      *----------------------------------------------------------------
      *RVH128: NETTO VEREFFENINGSOPDRACHT - ENKEL BIJ EEN SALDO.
      *----------------------------------------------------------------
       SCHRIJVEN-OPDRACHT.
      *********************
           IF WS-EINDSALDO NOT = ZERO
              ADD 1 TO WS-CNT-OPDRACHTEN
              MOVE WS-GRB-MAAND           TO CLRT-MAAND
              MOVE WS-FED-NR (WS-FED-SUB) TO CLRT-FEDERATIE
              IF WS-EINDSALDO > ZERO
                 SET CLRT-TE-ONTVANGEN TO TRUE
                 MOVE WS-EINDSALDO TO CLRT-BEDRAG
                 ADD WS-EINDSALDO  TO WS-TOT-TE-ONTVANGEN
              ELSE
                 SET CLRT-TE-BETALEN TO TRUE
                 COMPUTE CLRT-BEDRAG = ZERO - WS-EINDSALDO
                 END-COMPUTE
                 SUBTRACT WS-EINDSALDO FROM WS-TOT-TE-BETALEN
              END-IF
              MOVE "E"                    TO CLRT-BEDRAG-DV
              MOVE SPACES                 TO CLRT-MEDEDELING
              STRING "VERREKENING GIRBET FED " DELIMITED BY SIZE
                     WS-FED-NR (WS-FED-SUB)    DELIMITED BY SIZE
                     " MAAND "                 DELIMITED BY SIZE
                     WS-GRB-MAAND              DELIMITED BY SIZE
                                          INTO CLRT-MEDEDELING
              END-STRING
              WRITE CLRT-REC
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH128: NIEUWE GENERATIE VAN HET GROOTBOEK.
      *----------------------------------------------------------------
       SCHRIJVEN-GROOTBOEK.
      **********************
           PERFORM VARYING WS-FED-SUB FROM 1 BY 1
                   UNTIL WS-FED-SUB > WS-FED-COUNT
              MOVE SPACES TO WS-CLG-REC
              MOVE WS-FED-NR (WS-FED-SUB)   TO WS-CLG-FEDERATIE
              MOVE WS-GRB-MAAND             TO WS-CLG-MAAND
              MOVE WS-FED-BEGINSALDO (WS-FED-SUB)
                                            TO WS-CLG-BEGINSALDO
              MOVE WS-FED-BRUTO (WS-FED-SUB)
                                            TO WS-CLG-BRUTO
              MOVE WS-FED-INHOUDING (WS-FED-SUB)
                                            TO WS-CLG-INHOUDING
              MOVE WS-FED-TERUGBET (WS-FED-SUB)
                                            TO WS-CLG-TERUGBETALING
              MOVE WS-FED-RETOUR (WS-FED-SUB)
                                            TO WS-CLG-RETOUR
              MOVE WS-FED-BANKKOSTEN (WS-FED-SUB)
                                            TO WS-CLG-BANKKOSTEN
              MOVE WS-FED-LAATSTE (WS-FED-SUB)
                                            TO WS-CLG-LAATSTE
              WRITE CLGN-REC FROM WS-CLG-REC
           END-PERFORM
           .
      *
       FIN-VERREKENING.
      ******************
           CLOSE CLGN-FILE CLRS-FILE
           IF WS-MODUS-MAAND
              CLOSE CLRT-FILE
           END-IF
           MOVE WS-FED-COUNT TO WS-DISPLAY-CNT
           DISPLAY "GIRCLRX4 - FEDERATIES         : " WS-DISPLAY-CNT
           MOVE WS-CNT-GLPX TO WS-DISPLAY-CNT
           DISPLAY "GIRCLRX4 - GLPQ-LIJNEN GELEZEN: " WS-DISPLAY-CNT
           MOVE WS-CNT-CLBQ TO WS-DISPLAY-CNT
           DISPLAY "GIRCLRX4 - RETOUREN GELEZEN   : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEBOEKT TO WS-DISPLAY-CNT
           DISPLAY "GIRCLRX4 - BEWEGINGEN GEBOEKT : " WS-DISPLAY-CNT
           MOVE WS-CNT-OPDRACHTEN TO WS-DISPLAY-CNT
           DISPLAY "GIRCLRX4 - VEREFFENINGSOPDR.  : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERLOOP TO WS-DISPLAY-CNT
           DISPLAY "GIRCLRX4 - NIET OPGENOMEN     : " WS-DISPLAY-CNT
           IF WS-CNT-OVERLOOP > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           .

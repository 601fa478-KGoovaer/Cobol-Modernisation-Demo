      ******************************************************************
      **  GIRBUDX4 : VERBRUIKSVERSLAG VAN DE BUDGETENVELOPPES          *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - SINDS RVH127 TOETST TRBFNCX4 ELKE BETALING AAN DE          *
      **    MAANDELIJKSE ENVELOPPE VAN HAAR FEDERATIE EN CODE-         *
      **    LIBELLE (BUDQ) EN BOEKT HET VERBRUIK; EEN BETALING DIE DE  *
      **    ENVELOPPE ZOU OVERSCHRIJDEN GAAT NAAR DE BUDGETWACHTRIJ    *
      **    (BUWQ).                                                    *
      **  - DIT PROGRAMMA LEEST DE SEQUENTIELE KOPIE VAN HET           *
      **    REGISTER (BUDO, ZOALS VOOR GIRREGX4 ONTLADEN) EN DE        *
      **    HANGENDE BUDGETWACHTRIJ, EN DRUKT PER FEDERATIE EN CODE-   *
      **    LIBELLE DE ENVELOPPE, HET VERBRUIK VAN DE MAAND, HET       *
      **    AANTAL EN BEDRAG GEPARKEERDE BETALINGEN, HET RESTSALDO EN  *
      **    DE VERHOGING DIE NODIG IS OM DE GEPARKEERDE BETALINGEN TE  *
      **    LATEN VERTREKKEN - MET EEN TOTAAL PER FEDERATIE.           *
      **  - EEN REGISTERREKORD VAN EEN VORIGE MAAND TELT ALS NIET      *
      **    VERBRUIKT (TRBFNCX4 BEGINT DE NIEUWE MAAND OP NUL).        *
      **  - NA EEN VERHOGING VIA GIRREGX4 BIEDT DE JCL DE              *
      **    BUDGETWACHTRIJ OPNIEUW AAN VIA GIRDFRX4.                   *
      **                                                               *
      ******************************************************************
      *RVH127: NIEUW PROGRAMMA - VERBRUIKSVERSLAG PER FEDERATIE VAN DE
      *        BUDGETENVELOPPES.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRBUDX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH127*
RVH127* RVH127 15/10/2026
RVH127*     NIEUW PROGRAMMA : VERBRUIK, GEPARKEERD EN RESTSALDO VAN DE
RVH127*     BUDGETENVELOPPES PER FEDERATIE EN CODE-LIBELLE.
RVH127*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH127: SEQUENTIELE KOPIE VAN HET BUDGETREGISTER (ZELFDE
      *        INDELING ALS BUDQ-REC IN TRBFNCX4), OPLOPEND OP
      *        FEDERATIE EN CODE-LIBELLE.
      *----------------------------------------------------------------
           SELECT BUDO-FILE ASSIGN TO BUDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BUDO-STATUS.
      *----------------------------------------------------------------
      *RVH127: HANGENDE BUDGETWACHTRIJ (VOLLEDIGE PPR'S). EEN
      *        ONTBREKEND BESTAND IS GEEN FOUT.
      *----------------------------------------------------------------
           SELECT BUWQ-FILE ASSIGN TO BUWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BUWQ-STATUS.
      *----------------------------------------------------------------
      *RVH127: VERBRUIKSVERSLAG.
      *----------------------------------------------------------------
           SELECT BUDR-FILE ASSIGN TO BUDR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BUDR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  BUDO-FILE
           RECORDING MODE IS F.
       01  BUDO-REC.
           05  BUDO-SLEUTEL.
               10  BUDO-FED             PIC 9(03).
               10  BUDO-LIBEL           PIC 9(02).
           05  BUDO-MAAND               PIC 9(06).
           05  BUDO-ENVELOP             PIC S9(11).
           05  BUDO-VERBRUIK            PIC S9(11).
       FD  BUWQ-FILE
           RECORDING MODE IS F.
       01  BUWQ-REC                     PIC X(186).
       FD  BUDR-FILE
           RECORDING MODE IS F.
       01  BUDR-REC                     PIC X(160).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-BUDO-STATUS               PIC XX VALUE ZEROES.
       01  WS-BUWQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-BUDR-STATUS               PIC XX VALUE ZEROES.
       01  WS-BUDO-EOF-SW               PIC X VALUE "N".
           88  WS-BUDO-EOF              VALUE "Y".
       01  WS-BUWQ-EOF-SW               PIC X VALUE "N".
           88  WS-BUWQ-EOF              VALUE "Y".
      *----------------------------------------------------------------
      *RVH127: ENVELOPPETABEL IN SLEUTELVOLGORDE. EEN GEPARKEERDE PPR
      *        ZONDER REGISTERREKORD (ENVELOPPE INTUSSEN GESCHRAPT)
      *        KRIJGT EEN EIGEN LIJN OP ZIJN PLAATS IN DE VOLGORDE.
      *----------------------------------------------------------------
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BUD-IDX.
               10  WS-BUD-SLEUTEL.
                   15  WS-BUD-FED       PIC 9(03).
                   15  WS-BUD-LIBEL     PIC 9(02).
               10  WS-BUD-GEKEND        PIC X(01).
                   88  WS-BUD-IN-REGISTER VALUE "J".
               10  WS-BUD-ENVELOP       PIC S9(11).
               10  WS-BUD-VERBRUIK      PIC S9(11).
               10  WS-BUD-PARK-AANTAL   PIC 9(07).
               10  WS-BUD-PARK-BEDRAG   PIC S9(11).
       01  WS-BUD-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BUD-SUB                   PIC S9(04) COMP.
       01  WS-ZOEK-SLEUTEL.
           05  WS-ZOEK-FED              PIC 9(03).
           05  WS-ZOEK-LIBEL            PIC 9(02).
       01  WS-ZOEK-SW                   PIC X VALUE "N".
           88  WS-ZOEK-GEVONDEN         VALUE "Y".
       01  WS-PLAATS-SW                 PIC X VALUE "N".
           88  WS-PLAATS-GEVONDEN       VALUE "Y".
      *----------------------------------------------------------------
      *RVH127: MAAND VAN DE RUN EN DE BEREKENDE ZONES VAN EEN LIJN.
      *----------------------------------------------------------------
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-MAAND                 PIC 9(06).
           05  FILLER                   PIC 9(02).
       01  WS-VERBRUIKT                 PIC S9(11).
       01  WS-REST                      PIC S9(11).
       01  WS-VERHOGING                 PIC S9(11).
       01  WS-VORIGE-FED                PIC 9(03) VALUE ZERO.
       01  WS-FED-TOTALEN.
           05  WS-FED-ENVELOP           PIC S9(11).
           05  WS-FED-VERBRUIK          PIC S9(11).
           05  WS-FED-PARK-AANTAL       PIC 9(07).
           05  WS-FED-PARK-BEDRAG       PIC S9(11).
           05  WS-FED-REST              PIC S9(11).
           05  WS-FED-VERHOGING         PIC S9(11).
       01  WS-CNT-ENVELOPPES            PIC 9(07) VALUE ZERO.
       01  WS-CNT-GEPARKEERD            PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-ENVELOPPE      PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERLOOP              PIC 9(07) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-ENVELOP              PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-VERBRUIK             PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-PARK                 PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-REST                 PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-VERHOGING            PIC -ZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZ9.
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-BUDGET SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-BUDGET.
      *---------------------------------
           PERFORM OPEN-BUDGET
           PERFORM LADEN-ENVELOPPES
           PERFORM LEZEN-GEPARKEERD
           PERFORM AFDRUKKEN-VERBRUIK
           PERFORM FIN-BUDGET
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-BUDGET.
      **************
           OPEN INPUT BUDO-FILE
           IF WS-BUDO-STATUS NOT = "00"
              DISPLAY "GIRBUDX4 - ERREUR OPEN BUDO STATUS = "
                      WS-BUDO-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT BUDR-FILE
           IF WS-BUDR-STATUS NOT = "00"
              DISPLAY "GIRBUDX4 - ERREUR OPEN BUDR STATUS = "
                      WS-BUDR-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE SPACES TO BUDR-REC
           STRING "VERBRUIK BUDGETENVELOPPES - MAAND "
                                             DELIMITED BY SIZE
                  WS-MAAND                   DELIMITED BY SIZE
                                        INTO BUDR-REC
           END-STRING
           WRITE BUDR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH127: HET REGISTER VOLLEDIG INLEZEN - HET VERBRUIK TELT
      *        ENKEL ALS HET REKORD VAN DE LOPENDE MAAND IS.
      *----------------------------------------------------------------
       LADEN-ENVELOPPES.
      *******************
           PERFORM LEZEN-BUDO
           PERFORM WITH TEST BEFORE UNTIL WS-BUDO-EOF
              IF WS-BUD-COUNT < 2000
                 ADD 1 TO WS-BUD-COUNT
                 ADD 1 TO WS-CNT-ENVELOPPES
                 SET WS-BUD-IDX TO WS-BUD-COUNT
                 MOVE BUDO-SLEUTEL  TO WS-BUD-SLEUTEL (WS-BUD-IDX)
                 MOVE "J"           TO WS-BUD-GEKEND (WS-BUD-IDX)
                 MOVE BUDO-ENVELOP  TO WS-BUD-ENVELOP (WS-BUD-IDX)
                 IF BUDO-MAAND = WS-MAAND
                    MOVE BUDO-VERBRUIK
                      TO WS-BUD-VERBRUIK (WS-BUD-IDX)
                 ELSE
                    MOVE ZERO TO WS-BUD-VERBRUIK (WS-BUD-IDX)
                 END-IF
                 MOVE ZERO TO WS-BUD-PARK-AANTAL (WS-BUD-IDX)
                              WS-BUD-PARK-BEDRAG (WS-BUD-IDX)
              ELSE
                 ADD 1 TO WS-CNT-OVERLOOP
              END-IF
              PERFORM LEZEN-BUDO
           END-PERFORM
           CLOSE BUDO-FILE
           .
      *
       LEZEN-BUDO.
      *************
           READ BUDO-FILE
              AT END
                 SET WS-BUDO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH127: DE GEPARKEERDE PPR'S PER FEDERATIE EN CODE-LIBELLE
      *        OPTELLEN.
      *----------------------------------------------------------------
       LEZEN-GEPARKEERD.
      *******************
           OPEN INPUT BUWQ-FILE
           IF WS-BUWQ-STATUS = "00"
              PERFORM LEZEN-BUWQ
              PERFORM WITH TEST BEFORE UNTIL WS-BUWQ-EOF
                 MOVE BUWQ-REC TO PPR-RECORD
                 ADD 1 TO WS-CNT-GEPARKEERD
                 MOVE TRBFN-PPR-FED    TO WS-ZOEK-FED
                 MOVE TRBFN-CODE-LIBEL TO WS-ZOEK-LIBEL
                 PERFORM ZOEK-ENVELOPPE
                 IF WS-ZOEK-GEVONDEN
                    ADD 1 TO WS-BUD-PARK-AANTAL (WS-BUD-IDX)
                    ADD TRBFN-MONTANT
                      TO WS-BUD-PARK-BEDRAG (WS-BUD-IDX)
                 END-IF
                 PERFORM LEZEN-BUWQ
              END-PERFORM
              CLOSE BUWQ-FILE
           ELSE
              DISPLAY "GIRBUDX4 - GEEN BUDGETWACHTRIJ - "
                      "NIETS GEPARKEERD"
           END-IF
           .
      *
       LEZEN-BUWQ.
      *************
           READ BUWQ-FILE
              AT END
                 SET WS-BUWQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH127: DE LIJN VAN DE GEZOCHTE SLEUTEL OPZOEKEN, OF ZE OP
      *        HAAR PLAATS IN DE VOLGORDE INVOEGEN. WS-BUD-IDX WIJST
      *        NADIEN NAAR DE LIJN; BIJ EEN VOLLE TABEL BLIJFT
      *        WS-ZOEK-GEVONDEN UIT.
      *----------------------------------------------------------------
       ZOEK-ENVELOPPE.
      *****************
           MOVE "N" TO WS-ZOEK-SW
           IF WS-BUD-COUNT > ZERO
              SET WS-BUD-IDX TO 1
              SEARCH WS-BUD-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-BUD-SLEUTEL (WS-BUD-IDX) = WS-ZOEK-SLEUTEL
                    SET WS-ZOEK-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF NOT WS-ZOEK-GEVONDEN
              IF WS-BUD-COUNT < 2000
                 PERFORM INVOEGEN-ENVELOPPE
              ELSE
                 ADD 1 TO WS-CNT-OVERLOOP
              END-IF
           END-IF
           .
      *
       INVOEGEN-ENVELOPPE.
      *********************
           ADD 1 TO WS-CNT-ZONDER-ENVELOPPE
           MOVE WS-BUD-COUNT TO WS-BUD-SUB
           MOVE "N" TO WS-PLAATS-SW
           PERFORM WITH TEST BEFORE UNTIL WS-PLAATS-GEVONDEN
              IF WS-BUD-SUB < 1
                 SET WS-PLAATS-GEVONDEN TO TRUE
              ELSE
                 IF WS-BUD-SLEUTEL (WS-BUD-SUB) < WS-ZOEK-SLEUTEL
                    SET WS-PLAATS-GEVONDEN TO TRUE
                 ELSE
                    MOVE WS-BUD-ENTRY (WS-BUD-SUB)
                      TO WS-BUD-ENTRY (WS-BUD-SUB + 1)
                    SUBTRACT 1 FROM WS-BUD-SUB
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-BUD-COUNT
           ADD 1 TO WS-BUD-SUB
           SET WS-BUD-IDX TO WS-BUD-SUB
           MOVE WS-ZOEK-SLEUTEL TO WS-BUD-SLEUTEL (WS-BUD-IDX)
           MOVE "N"             TO WS-BUD-GEKEND (WS-BUD-IDX)
           MOVE ZERO            TO WS-BUD-ENVELOP (WS-BUD-IDX)
                                   WS-BUD-VERBRUIK (WS-BUD-IDX)
                                   WS-BUD-PARK-AANTAL (WS-BUD-IDX)
                                   WS-BUD-PARK-BEDRAG (WS-BUD-IDX)
           SET WS-ZOEK-GEVONDEN TO TRUE
           .
      *
      *----------------------------------------------------------------
      *RVH127: EEN LIJN PER FEDERATIE EN CODE-LIBELLE, EEN TOTAAL BIJ
      *        ELKE FEDERATIEBREUK. DE VERHOGING IS WAT DE ENVELOPPE
      *        MINSTENS MOET STIJGEN OPDAT ALLE GEPARKEERDE
      *        BETALINGEN KUNNEN VERTREKKEN.
      *----------------------------------------------------------------
       AFDRUKKEN-VERBRUIK.
      *********************
           INITIALIZE WS-FED-TOTALEN
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
              IF WS-BUD-SUB > 1
                 AND WS-BUD-FED (WS-BUD-SUB) NOT = WS-VORIGE-FED
                 PERFORM AFDRUKKEN-FEDERATIE
              END-IF
              MOVE WS-BUD-FED (WS-BUD-SUB) TO WS-VORIGE-FED
              PERFORM AFDRUKKEN-ENVELOPPE
           END-PERFORM
           IF WS-BUD-COUNT > ZERO
              PERFORM AFDRUKKEN-FEDERATIE
           END-IF
           IF WS-CNT-OVERLOOP > ZERO
              MOVE WS-CNT-OVERLOOP TO WS-EDIT-AANTAL
              MOVE SPACES TO BUDR-REC
              STRING "TABEL VOL - VERSLAG ONVOLLEDIG, NIET OPGENOMEN="
                                                 DELIMITED BY SIZE
                     WS-EDIT-AANTAL              DELIMITED BY SIZE
                                            INTO BUDR-REC
              END-STRING
              WRITE BUDR-REC
           END-IF
           .
      *
       AFDRUKKEN-ENVELOPPE.
      **********************
           MOVE WS-BUD-VERBRUIK (WS-BUD-SUB) TO WS-VERBRUIKT
           COMPUTE WS-REST = WS-BUD-ENVELOP (WS-BUD-SUB)
                           - WS-VERBRUIKT
           END-COMPUTE
           COMPUTE WS-VERHOGING = WS-VERBRUIKT
                                + WS-BUD-PARK-BEDRAG (WS-BUD-SUB)
                                - WS-BUD-ENVELOP (WS-BUD-SUB)
           END-COMPUTE
           IF WS-VERHOGING < ZERO
              MOVE ZERO TO WS-VERHOGING
           END-IF
           ADD WS-BUD-ENVELOP (WS-BUD-SUB)     TO WS-FED-ENVELOP
           ADD WS-VERBRUIKT                    TO WS-FED-VERBRUIK
           ADD WS-BUD-PARK-AANTAL (WS-BUD-SUB) TO WS-FED-PARK-AANTAL
           ADD WS-BUD-PARK-BEDRAG (WS-BUD-SUB) TO WS-FED-PARK-BEDRAG
           ADD WS-REST                         TO WS-FED-REST
           ADD WS-VERHOGING                    TO WS-FED-VERHOGING
           MOVE WS-BUD-ENVELOP (WS-BUD-SUB)     TO WS-EDIT-ENVELOP
           MOVE WS-VERBRUIKT                    TO WS-EDIT-VERBRUIK
           MOVE WS-BUD-PARK-AANTAL (WS-BUD-SUB) TO WS-EDIT-AANTAL
           MOVE WS-BUD-PARK-BEDRAG (WS-BUD-SUB) TO WS-EDIT-PARK
           MOVE WS-REST                         TO WS-EDIT-REST
           MOVE WS-VERHOGING                    TO WS-EDIT-VERHOGING
           MOVE SPACES TO BUDR-REC
           STRING "FED="                      DELIMITED BY SIZE
                  WS-BUD-FED (WS-BUD-SUB)     DELIMITED BY SIZE
                  " LIBEL="                   DELIMITED BY SIZE
                  WS-BUD-LIBEL (WS-BUD-SUB)   DELIMITED BY SIZE
                  " ENVELOPPE="               DELIMITED BY SIZE
                  WS-EDIT-ENVELOP             DELIMITED BY SIZE
                  " VERBRUIKT="               DELIMITED BY SIZE
                  WS-EDIT-VERBRUIK            DELIMITED BY SIZE
                  " GEPARKEERD="              DELIMITED BY SIZE
                  WS-EDIT-AANTAL              DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-EDIT-PARK                DELIMITED BY SIZE
                  " REST="                    DELIMITED BY SIZE
                  WS-EDIT-REST                DELIMITED BY SIZE
                  " VERHOGING="               DELIMITED BY SIZE
                  WS-EDIT-VERHOGING           DELIMITED BY SIZE
                                         INTO BUDR-REC
           END-STRING
           IF NOT WS-BUD-IN-REGISTER (WS-BUD-SUB)
              MOVE "GEEN ENVELOPPE" TO BUDR-REC (142:14)
           END-IF
           WRITE BUDR-REC
           .
      *
       AFDRUKKEN-FEDERATIE.
      **********************
           MOVE WS-FED-ENVELOP     TO WS-EDIT-ENVELOP
           MOVE WS-FED-VERBRUIK    TO WS-EDIT-VERBRUIK
           MOVE WS-FED-PARK-AANTAL TO WS-EDIT-AANTAL
           MOVE WS-FED-PARK-BEDRAG TO WS-EDIT-PARK
           MOVE WS-FED-REST        TO WS-EDIT-REST
           MOVE WS-FED-VERHOGING   TO WS-EDIT-VERHOGING
           MOVE SPACES TO BUDR-REC
           STRING "TOTAAL FED="               DELIMITED BY SIZE
                  WS-VORIGE-FED               DELIMITED BY SIZE
                  " ENVELOPPE="               DELIMITED BY SIZE
                  WS-EDIT-ENVELOP             DELIMITED BY SIZE
                  " VERBRUIKT="               DELIMITED BY SIZE
                  WS-EDIT-VERBRUIK            DELIMITED BY SIZE
                  " GEPARKEERD="              DELIMITED BY SIZE
                  WS-EDIT-AANTAL              DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-EDIT-PARK                DELIMITED BY SIZE
                  " REST="                    DELIMITED BY SIZE
                  WS-EDIT-REST                DELIMITED BY SIZE
                  " VERHOGING="               DELIMITED BY SIZE
                  WS-EDIT-VERHOGING           DELIMITED BY SIZE
                                         INTO BUDR-REC
           END-STRING
           WRITE BUDR-REC
           INITIALIZE WS-FED-TOTALEN
           .
      *
       FIN-BUDGET.
      *************
           CLOSE BUDR-FILE
           MOVE WS-CNT-ENVELOPPES TO WS-DISPLAY-CNT
           DISPLAY "GIRBUDX4 - ENVELOPPES       : " WS-DISPLAY-CNT
           MOVE WS-CNT-GEPARKEERD TO WS-DISPLAY-CNT
           DISPLAY "GIRBUDX4 - GEPARKEERD       : " WS-DISPLAY-CNT
           MOVE WS-CNT-ZONDER-ENVELOPPE TO WS-DISPLAY-CNT
           DISPLAY "GIRBUDX4 - ZONDER ENVELOPPE : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERLOOP TO WS-DISPLAY-CNT
           DISPLAY "GIRBUDX4 - NIET OPGENOMEN   : " WS-DISPLAY-CNT
           IF WS-CNT-OVERLOOP > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           .

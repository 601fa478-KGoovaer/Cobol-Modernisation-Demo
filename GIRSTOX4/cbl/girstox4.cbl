      ******************************************************************
      **  GIRSTOX4 : MUTATIEGESTUURD ONDERHOUD VAN DE DOORLOPENDE      *
      **  --------   BETAALOPDRACHTEN (STOQ)                           *
      **                                                               *
      **  - EEN DOORLOPENDE OPDRACHT LEGT PER LID EEN PERIODIEKE       *
      **    UITKERING VAST (RIJKSNUMMER, OMSCHRIJVINGSKODE, BEDRAG,    *
      **    IBAN, FREKWENTIE, START- EN EINDDATUM); GIRSTGX4 MAAKT     *
      **    ER ELKE CYCLUS DE VERSCHULDIGDE PPR'S VAN AAN.             *
      **  - HET REGISTER WORDT BIJGEWERKT VOLGENS HET PATROON VAN      *
      **    GIRREGX4: EEN MUTATIEBESTAND (STOT, TOEVOEGEN/WIJZIGEN/    *
      **    SCHRAPPEN PER RIJKSNUMMER + OMSCHRIJVINGSKODE) WORDT       *
      **    GEVALIDEERD, IN HET AUDITJOURNAAL (STOA) VASTGELEGD MET    *
      **    HET BEELD VOOR EN NA, EN EEN MUTATIE MET EEN               *
      **    INGANGSDATUM IN DE TOEKOMST GAAT NAAR HET WACHTBESTAND     *
      **    (STOW). HET REKORD IS TE BREED VOOR HET 80-BYTE            *
      **    MUTATIEBEELD VAN GIRREGX4, VANDAAR EEN EIGEN PROGRAMMA.    *
      **  - DE ZONES ACHTER DE OMSCHRIJVING (OPDRACHTNUMMER, LAATST    *
      **    AANGEMAAKTE PERIODE, STOPSTATUS) BEHOREN AAN GIRSTGX4: EEN *
      **    WIJZIGING BEHOUDT OPDRACHTNUMMER EN PERIODE, MAAR HEFT EEN *
      **    AUTOMATISCHE STOPZETTING OP - DE DIENST HEEFT DE OPDRACHT  *
      **    DAN OPNIEUW BEKEKEN.                                       *
      **  - ALLE INVOEREN ZIJN OPLOPEND GESORTEERD OP DE SLEUTEL.      *
      **                                                               *
      ******************************************************************
      *RVH109: NIEUW ONDERHOUDSPROGRAMMA VOOR HET REGISTER VAN DE
      *        DOORLOPENDE BETAALOPDRACHTEN.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRSTOX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH109*
RVH109* RVH109 15/10/2026
RVH109*     NIEUW PROGRAMMA : MUTATIEGESTUURD ONDERHOUD VAN DE
RVH109*     DOORLOPENDE BETAALOPDRACHTEN MET VALIDATIE,
RVH109*     AUDITJOURNAAL EN INGANGSDATUM.
RVH109*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH109: VORIGE EN NIEUWE GENERATIE VAN HET REGISTER.
      *----------------------------------------------------------------
           SELECT STOO-FILE ASSIGN TO STOO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STOO-STATUS.
           SELECT STON-FILE ASSIGN TO STON
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STON-STATUS.
      *----------------------------------------------------------------
      *RVH109: MUTATIES, OPLOPEND GESORTEERD OP DE SLEUTEL.
      *----------------------------------------------------------------
           SELECT STOT-FILE ASSIGN TO STOT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STOT-STATUS.
      *----------------------------------------------------------------
      *RVH109: AUDITJOURNAAL - EEN REKORD PER MUTATIE MET HET BEELD
      *        VOOR EN NA.
      *----------------------------------------------------------------
           SELECT STOA-FILE ASSIGN TO STOA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STOA-STATUS.
      *----------------------------------------------------------------
      *RVH109: WACHTBESTAND - MUTATIES MET EEN INGANGSDATUM IN DE
      *        TOEKOMST, DOOR DE JCL BIJ EEN VOLGENDE RUN OPNIEUW
      *        AANGEBODEN (SAMEN MET DE NIEUWE MUTATIES GESORTEERD).
      *----------------------------------------------------------------
           SELECT STOW-FILE ASSIGN TO STOW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STOW-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  STOO-FILE
           RECORDING MODE IS F.
       01  STOO-REC                     PIC X(120).
       FD  STON-FILE
           RECORDING MODE IS F.
       01  STON-REC                     PIC X(120).
       FD  STOT-FILE
           RECORDING MODE IS F.
       01  STOT-REC.
           05  STOT-ACTIE               PIC X(01).
               88  STOT-ADD             VALUE "A".
               88  STOT-CHANGE          VALUE "C".
               88  STOT-DELETE          VALUE "D".
           05  STOT-INGANGSDATUM        PIC 9(08).
           05  STOT-GEBRUIKER           PIC X(08).
           05  STOT-DATA                PIC X(99).
       FD  STOA-FILE
           RECORDING MODE IS F.
       01  STOA-REC.
           05  STOA-ACTIE               PIC X(01).
           05  STOA-GEBRUIKER           PIC X(08).
           05  STOA-DATUM               PIC 9(08).
           05  STOA-INGANGSDATUM        PIC 9(08).
           05  STOA-RESULTAAT           PIC X(40).
           05  STOA-VOOR                PIC X(120).
           05  STOA-NA                  PIC X(120).
       FD  STOW-FILE
           RECORDING MODE IS F.
       01  STOW-REC                     PIC X(116).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-STOO-STATUS               PIC XX VALUE ZEROES.
       01  WS-STON-STATUS               PIC XX VALUE ZEROES.
       01  WS-STOT-STATUS               PIC XX VALUE ZEROES.
       01  WS-STOA-STATUS               PIC XX VALUE ZEROES.
       01  WS-STOW-STATUS               PIC XX VALUE ZEROES.
       01  WS-STOO-EOF-SW               PIC X VALUE "N".
           88  WS-STOO-EOF              VALUE "Y".
       01  WS-STOT-EOF-SW               PIC X VALUE "N".
           88  WS-STOT-EOF              VALUE "Y".
       01  WS-STOT-BRUIKBAAR-SW         PIC X VALUE "N".
           88  WS-STOT-BRUIKBAAR        VALUE "Y".
       01  WS-MST-KEY                   PIC X(15).
       01  WS-MUT-KEY                   PIC X(15).
      *----------------------------------------------------------------
      *RVH109: REGISTERREKORD. DE EERSTE 99 BYTES ZIJN HET BEELD DAT
      *        DE DIENST VIA STOT AANLEVERT; DE REST WORDT DOOR
      *        GIRSTGX4 BIJGEHOUDEN.
      *----------------------------------------------------------------
       01  WS-STO-REC.
           05  WS-STO-SLEUTEL.
               10  WS-STO-RNR           PIC X(13).
               10  WS-STO-LIBEL         PIC 9(02).
           05  WS-STO-FEDERATIE         PIC 9(03).
           05  WS-STO-LIDNR             PIC 9(08).
           05  WS-STO-BEDRAG            PIC 9(08).
           05  WS-STO-IBAN              PIC X(34).
           05  WS-STO-FREQUENTIE        PIC X(01).
               88  WS-STO-FREQ-GELDIG   VALUE "M" "K" "H" "J".
           05  WS-STO-STARTDATUM        PIC 9(08).
           05  WS-STO-START-RED REDEFINES WS-STO-STARTDATUM.
               10  WS-STO-START-CCYY    PIC 9(04).
               10  WS-STO-START-MM      PIC 9(02).
               10  WS-STO-START-DD      PIC 9(02).
           05  WS-STO-EINDDATUM         PIC 9(08).
           05  WS-STO-EIND-RED REDEFINES WS-STO-EINDDATUM.
               10  WS-STO-EIND-CCYY     PIC 9(04).
               10  WS-STO-EIND-MM       PIC 9(02).
               10  WS-STO-EIND-DD       PIC 9(02).
           05  WS-STO-OMSCHRIJVING      PIC X(14).
           05  WS-STO-OPDRACHTNR        PIC 9(06).
           05  WS-STO-LAATSTE-PERIODE   PIC 9(06).
           05  WS-STO-STATUS            PIC X(01).
           05  WS-STO-STOPDATUM         PIC 9(08).
       01  WS-MST-BEELD                 PIC X(120).
       01  WS-GELDIG-SW                 PIC X VALUE "N".
           88  WS-MUTATIE-GELDIG        VALUE "Y".
       01  WS-FOUT-TEKST                PIC X(40).
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-CNT-TOEGEVOEGD            PIC 9(05) VALUE ZERO.
       01  WS-CNT-GEWIJZIGD             PIC 9(05) VALUE ZERO.
       01  WS-CNT-GESCHRAPT             PIC 9(05) VALUE ZERO.
       01  WS-CNT-GEWEIGERD             PIC 9(05) VALUE ZERO.
       01  WS-CNT-GEWACHT               PIC 9(05) VALUE ZERO.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-OPDRACHTEN SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-OPDRACHTEN.
      *---------------------------------
           PERFORM OPEN-OPDRACHTEN
           PERFORM LEZEN-MASTER
           PERFORM LEZEN-STOT
           PERFORM WITH TEST BEFORE
                   UNTIL WS-STOO-EOF AND WS-STOT-EOF
              EVALUATE TRUE
              WHEN WS-MST-KEY < WS-MUT-KEY
                 MOVE WS-MST-BEELD TO STON-REC
                 WRITE STON-REC
                 PERFORM LEZEN-MASTER
              WHEN WS-MST-KEY > WS-MUT-KEY
                 PERFORM VERWERK-ZONDER-MASTER
                 PERFORM LEZEN-STOT
              WHEN OTHER
                 PERFORM VERWERK-MET-MASTER
                 PERFORM LEZEN-MASTER
                 PERFORM LEZEN-STOT
              END-EVALUATE
           END-PERFORM
           PERFORM FIN-OPDRACHTEN
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-OPDRACHTEN.
      ******************
      *    EEN ONTBREKENDE VORIGE GENERATIE IS DE EERSTE OPBOUW VAN
      *    HET REGISTER: DAN ZIJN ENKEL TOEVOEGINGEN MOGELIJK.
           OPEN INPUT STOO-FILE
           IF WS-STOO-STATUS NOT = "00"
              SET WS-STOO-EOF TO TRUE
              MOVE HIGH-VALUES TO WS-MST-KEY
           END-IF
           OPEN OUTPUT STON-FILE
           IF WS-STON-STATUS NOT = "00"
              DISPLAY "GIRSTOX4 - ERREUR OPEN STON STATUS = "
                      WS-STON-STATUS
              STOP RUN
           END-IF
           OPEN INPUT STOT-FILE
           IF WS-STOT-STATUS NOT = "00"
              DISPLAY "GIRSTOX4 - ERREUR OPEN STOT STATUS = "
                      WS-STOT-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT STOA-FILE
           IF WS-STOA-STATUS NOT = "00"
              DISPLAY "GIRSTOX4 - ERREUR OPEN STOA STATUS = "
                      WS-STOA-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT STOW-FILE
           IF WS-STOW-STATUS NOT = "00"
              DISPLAY "GIRSTOX4 - ERREUR OPEN STOW STATUS = "
                      WS-STOW-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
       LEZEN-MASTER.
      ***************
           IF NOT WS-STOO-EOF
              READ STOO-FILE
                 AT END
                    SET WS-STOO-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-MST-KEY
                 NOT AT END
                    MOVE STOO-REC        TO WS-MST-BEELD
                    MOVE STOO-REC (1:15) TO WS-MST-KEY
              END-READ
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH109: MUTATIE LEZEN - EEN MUTATIE MET EEN INGANGSDATUM NA
      *        VANDAAG GAAT NAAR HET WACHTBESTAND EN DE LUS LEEST
      *        DOOR TOT EEN BRUIKBARE MUTATIE OF HET EINDE (ZELFDE
      *        OPZET ALS LEZEN-REGT IN GIRREGX4).
      *----------------------------------------------------------------
       LEZEN-STOT.
      *************
           MOVE "N" TO WS-STOT-BRUIKBAAR-SW
           PERFORM WITH TEST BEFORE
                   UNTIL WS-STOT-EOF OR WS-STOT-BRUIKBAAR
              READ STOT-FILE
                 AT END
                    SET WS-STOT-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-MUT-KEY
              END-READ
              IF NOT WS-STOT-EOF
                 IF STOT-INGANGSDATUM > WS-VANDAAG
                    ADD 1 TO WS-CNT-GEWACHT
                    MOVE STOT-REC TO STOW-REC
                    WRITE STOW-REC
                 ELSE
                    SET WS-STOT-BRUIKBAAR TO TRUE
                    MOVE STOT-DATA (1:15) TO WS-MUT-KEY
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH109: MUTATIE ZONDER OVEREENKOMSTIGE OPDRACHT - ENKEL EEN
      *        GEVALIDEERDE TOEVOEGING IS HIER GELDIG. DE ZONES VAN
      *        GIRSTGX4 STARTEN OP NUL (NOG GEEN OPDRACHTNUMMER, NOG
      *        NIETS AANGEMAAKT, ACTIEF).
      *----------------------------------------------------------------
       VERWERK-ZONDER-MASTER.
      ************************
           PERFORM VALIDEER-MUTATIE
           EVALUATE TRUE
           WHEN NOT WS-MUTATIE-GELDIG
              ADD 1 TO WS-CNT-GEWEIGERD
              PERFORM SCHRIJF-AUDIT-WEIGERING
           WHEN STOT-ADD
              MOVE ZERO   TO WS-STO-OPDRACHTNR
                             WS-STO-LAATSTE-PERIODE
                             WS-STO-STOPDATUM
              MOVE SPACE  TO WS-STO-STATUS
              MOVE WS-STO-REC TO STON-REC
              WRITE STON-REC
              ADD 1 TO WS-CNT-TOEGEVOEGD
              MOVE "TOEGEVOEGD" TO WS-FOUT-TEKST
              MOVE SPACES     TO STOA-VOOR
              MOVE WS-STO-REC TO STOA-NA
              PERFORM SCHRIJF-AUDIT
           WHEN OTHER
              ADD 1 TO WS-CNT-GEWEIGERD
              MOVE "ONBEKENDE SLEUTEL - MUTATIE GEWEIGERD"
                                  TO WS-FOUT-TEKST
              PERFORM SCHRIJF-AUDIT-WEIGERING
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH109: MUTATIE MET OVEREENKOMSTIGE OPDRACHT - WIJZIGEN (MET
      *        BEHOUD VAN OPDRACHTNUMMER EN LAATSTE PERIODE, ZODAT
      *        EEN REEDS BETAALDE PERIODE NIET OPNIEUW VERTREKT),
      *        SCHRAPPEN, OF EEN TOEVOEGING WEIGEREN.
      *----------------------------------------------------------------
       VERWERK-MET-MASTER.
      *********************
           PERFORM VALIDEER-MUTATIE
           EVALUATE TRUE
           WHEN NOT WS-MUTATIE-GELDIG
              MOVE WS-MST-BEELD TO STON-REC
              WRITE STON-REC
              ADD 1 TO WS-CNT-GEWEIGERD
              PERFORM SCHRIJF-AUDIT-WEIGERING
           WHEN STOT-CHANGE
              MOVE WS-MST-BEELD (100:6)  TO WS-STO-OPDRACHTNR
              MOVE WS-MST-BEELD (106:6)  TO WS-STO-LAATSTE-PERIODE
              MOVE SPACE  TO WS-STO-STATUS
              MOVE ZERO   TO WS-STO-STOPDATUM
              MOVE WS-STO-REC TO STON-REC
              WRITE STON-REC
              ADD 1 TO WS-CNT-GEWIJZIGD
              MOVE "GEWIJZIGD" TO WS-FOUT-TEKST
              MOVE WS-MST-BEELD TO STOA-VOOR
              MOVE WS-STO-REC   TO STOA-NA
              PERFORM SCHRIJF-AUDIT
           WHEN STOT-DELETE
              ADD 1 TO WS-CNT-GESCHRAPT
              MOVE "VERWIJDERD" TO WS-FOUT-TEKST
              MOVE WS-MST-BEELD TO STOA-VOOR
              MOVE SPACES       TO STOA-NA
              PERFORM SCHRIJF-AUDIT
           WHEN OTHER
              MOVE WS-MST-BEELD TO STON-REC
              WRITE STON-REC
              ADD 1 TO WS-CNT-GEWEIGERD
              MOVE "SLEUTEL BESTAAT REEDS - GEWEIGERD"
                                  TO WS-FOUT-TEKST
              PERFORM SCHRIJF-AUDIT-WEIGERING
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH109: VALIDATIE VAN HET MUTATIEBEELD. EEN SCHRAPPING WORDT
      *        ENKEL OP DE SLEUTEL GETOETST.
      *----------------------------------------------------------------
       VALIDEER-MUTATIE.
      *******************
           MOVE "Y" TO WS-GELDIG-SW
           MOVE SPACES TO WS-FOUT-TEKST
           MOVE SPACES TO WS-STO-REC
           MOVE STOT-DATA TO WS-STO-REC (1:99)
           IF WS-STO-RNR = SPACES OR WS-STO-LIBEL NOT NUMERIC
              MOVE "N" TO WS-GELDIG-SW
              MOVE "SLEUTEL ONTBREEKT" TO WS-FOUT-TEKST
           END-IF
           IF WS-MUTATIE-GELDIG AND NOT STOT-DELETE
              EVALUATE TRUE
              WHEN WS-STO-FEDERATIE NOT NUMERIC
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "FEDERATIE NIET NUMERIEK" TO WS-FOUT-TEKST
              WHEN WS-STO-LIDNR NOT NUMERIC
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "LIDNUMMER NIET NUMERIEK" TO WS-FOUT-TEKST
              WHEN WS-STO-BEDRAG NOT NUMERIC
                OR WS-STO-BEDRAG = ZERO
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "BEDRAG ONGELDIG" TO WS-FOUT-TEKST
              WHEN WS-STO-IBAN = SPACES
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "IBAN ONTBREEKT" TO WS-FOUT-TEKST
              WHEN NOT WS-STO-FREQ-GELDIG
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "FREKWENTIE NIET M/K/H/J" TO WS-FOUT-TEKST
              WHEN WS-STO-STARTDATUM NOT NUMERIC
                OR WS-STO-START-MM < 01 OR WS-STO-START-MM > 12
                OR WS-STO-START-DD < 01 OR WS-STO-START-DD > 31
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "STARTDATUM ONGELDIG" TO WS-FOUT-TEKST
              WHEN WS-STO-EINDDATUM NOT NUMERIC
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "EINDDATUM ONGELDIG" TO WS-FOUT-TEKST
              WHEN WS-STO-EINDDATUM NOT = ZERO
               AND (WS-STO-EIND-MM < 01 OR WS-STO-EIND-MM > 12
                 OR WS-STO-EIND-DD < 01 OR WS-STO-EIND-DD > 31
                 OR WS-STO-EINDDATUM < WS-STO-STARTDATUM)
                 MOVE "N" TO WS-GELDIG-SW
                 MOVE "EINDDATUM ONGELDIG" TO WS-FOUT-TEKST
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .
      *
       SCHRIJF-AUDIT.
      ****************
           MOVE STOT-ACTIE         TO STOA-ACTIE
           MOVE STOT-GEBRUIKER     TO STOA-GEBRUIKER
           MOVE WS-VANDAAG         TO STOA-DATUM
           MOVE STOT-INGANGSDATUM  TO STOA-INGANGSDATUM
           MOVE WS-FOUT-TEKST      TO STOA-RESULTAAT
           WRITE STOA-REC
           .
      *
       SCHRIJF-AUDIT-WEIGERING.
      **************************
           MOVE SPACES    TO STOA-VOOR
           MOVE STOT-DATA TO STOA-VOOR (1:99)
           MOVE SPACES    TO STOA-NA
           PERFORM SCHRIJF-AUDIT
           .
      *
       FIN-OPDRACHTEN.
      *****************
           IF WS-STOO-STATUS = "00" OR = "10"
              CLOSE STOO-FILE
           END-IF
           CLOSE STON-FILE STOT-FILE STOA-FILE STOW-FILE
           DISPLAY "GIRSTOX4 - TOEGEVOEGD : " WS-CNT-TOEGEVOEGD
           DISPLAY "GIRSTOX4 - GEWIJZIGD  : " WS-CNT-GEWIJZIGD
           DISPLAY "GIRSTOX4 - GESCHRAPT  : " WS-CNT-GESCHRAPT
           DISPLAY "GIRSTOX4 - GEWEIGERD  : " WS-CNT-GEWEIGERD
           DISPLAY "GIRSTOX4 - GEWACHT    : " WS-CNT-GEWACHT
           .

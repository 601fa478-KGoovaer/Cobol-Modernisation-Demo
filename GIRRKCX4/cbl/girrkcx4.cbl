      ******************************************************************
      **  GIRRKCX4 : TERUGKOPPELING VAN DE REKENINGCORRECTIES NAAR DE  *
      **  --------   LEDENADMINISTRATIE                                *
      **                                                               *
      **  - VERKEERDE REKENINGEN VAN LEDEN WORDEN OP VERSCHILLENDE     *
      **    PLAATSEN VASTGESTELD. ELK VAN DIE PROGRAMMA'S SCHRIJFT     *
      **    ZIJN VASTSTELLINGEN ALS KANDIDAAT-REKENINGCORRECTIE IN DE  *
      **    RKCQ-INDELING; DE JCL VOEGT DE DAGELIJKSE GENERATIES       *
      **    SAMEN TOT DE INVOER RKCX:                                  *
      **      . TRBFNCX4 - 500006-DISCORDANTIE (BRON "DIS") EN         *
      **        OMZETTING VIA DE CONVERSIETABEL CNVQ (BRON "CNV");     *
      **      . GIRRTRX4 - BANKWEIGERING, REKENING AFGESLOTEN OF       *
      **        ONGELDIG (BRON "RTR");                                 *
      **      . GIRVORX4 - VOP NO-MATCH (BRON "VOP").                  *
      **    DAARNAAST WORDT HET MUTATIE-EXTRACT VAN GIRIBMX4 (IBMX,    *
      **    BANKMIGRATIE) RECHTSTREEKS GELEZEN (BRON "IBM").           *
      **  - DE KANDIDATEN WORDEN PER LID SAMENGEVOEGD: TWEE KANDIDATEN *
      **    HOREN BIJ HETZELFDE LID ALS HUN RIJKSNUMMER (NA OMZETTING  *
      **    VIA HET ALIASREGISTER ALSQ VAN GIRRNRX4) OF HUN LIDNUMMER  *
      **    OVEREENKOMT. PER LID BLIJFT DE STERKSTE VASTSTELLING OVER: *
      **    EEN KANDIDAAT MET EEN VOORGESTELDE NIEUWE REKENING GAAT    *
      **    VOOR EEN KANDIDAAT ZONDER, DAARNA BESLIST DE BRON (IBM,    *
      **    CNV, DIS, RTR, VOP). WORDT DE VOORGESTELDE NIEUWE          *
      **    REKENING ZELF ALS VERKEERD GEMELD, DAN VERVALT HET         *
      **    VOORSTEL. ALLE BRONNEN EN HET AANTAL VASTSTELLINGEN GAAN   *
      **    MEE ALS BEWIJS.                                            *
      **  - UITVOER:                                                   *
      **      . RKCF - DE TERUGKOPPELING VOOR DE LEDENADMINISTRATIE,   *
      **        EEN REKORD PER LID (ACTIE "W" = REKENING WIJZIGEN IN   *
      **        DE VOORGESTELDE, "H" = REKENING OPNIEUW INZAMELEN);    *
      **      . RKCL - PER FEDERATIE DE LIJST VAN DE LEDEN WAARVAN DE  *
      **        REKENING OPNIEUW MOET WORDEN INGEZAMELD.               *
      **                                                               *
      ******************************************************************
      *RVH123: NIEUW PROGRAMMA - DAGELIJKSE TERUGKOPPELING VAN DE
      *        VASTGESTELDE VERKEERDE REKENINGEN NAAR DE
      *        LEDENADMINISTRATIE, ONTDUBBELD PER LID.
      *RVH132: KETENBEWAKING - CONTROLE VAN DE VOORGANGERS BIJ DE
      *        START EN AFMELDING BIJ HET EINDE (GIRKETX4).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRRKCX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH123*
RVH123* RVH123 15/10/2026
RVH123*     NIEUW PROGRAMMA : SAMENVOEGING VAN DE KANDIDAAT-
RVH123*     REKENINGCORRECTIES (RKCX, IBMX) PER LID TOT DE
RVH123*     TERUGKOPPELING RKCF EN DE FEDERATIELIJST RKCL.
RVH123*
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
      *----------------------------------------------------------------
      *RVH123: KANDIDAAT-REKENINGCORRECTIES VAN DE DAG (RKCQ-INDELING
      *        VAN TRBFNCX4, GIRRTRX4 EN GIRVORX4, SAMENGEVOEGD DOOR DE
      *        JCL).
      *----------------------------------------------------------------
           SELECT RKCX-FILE ASSIGN TO RKCX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RKCX-STATUS.
      *----------------------------------------------------------------
      *RVH123: MUTATIE-EXTRACT VAN DE BANKMIGRATIE (GIRIBMX4).
      *----------------------------------------------------------------
           SELECT IBMX-FILE ASSIGN TO IBMX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-IBMX-STATUS.
      *----------------------------------------------------------------
      *RVH123: ALIASREGISTER VAN GIRRNRX4 (OUD RIJKSNUMMER,
      *        DEFINITIEF RIJKSNUMMER).
      *----------------------------------------------------------------
           SELECT ALSQ-FILE ASSIGN TO ALSQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ALSQ-STATUS.
      *----------------------------------------------------------------
      *RVH123: TERUGKOPPELING NAAR DE LEDENADMINISTRATIE EN DE LIJST
      *        PER FEDERATIE.
      *----------------------------------------------------------------
           SELECT RKCF-FILE ASSIGN TO RKCF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RKCF-STATUS.
           SELECT RKCL-FILE ASSIGN TO RKCL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RKCL-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  RKCX-FILE
           RECORDING MODE IS F.
       01  RKCX-REC.
           05  RKCX-RNR                 PIC X(13).
           05  RKCX-PPR-RNR             PIC S9(08) COMP.
           05  RKCX-VBOND               PIC 9(03).
           05  RKCX-IBAN-OUD            PIC X(34).
           05  RKCX-IBAN-NIEUW          PIC X(34).
           05  RKCX-BRON                PIC X(03).
           05  RKCX-DATUM               PIC 9(08).
           05  RKCX-BEWIJS              PIC X(40).
       FD  IBMX-FILE
           RECORDING MODE IS F.
       01  IBMX-REC.
           05  IBMX-RNR                 PIC X(13).
           05  IBMX-IBAN-OUD            PIC X(34).
           05  IBMX-IBAN-NIEUW          PIC X(34).
       FD  ALSQ-FILE
           RECORDING MODE IS F.
       01  ALSQ-REC.
           05  ALSQ-RNR-OUD             PIC X(13).
           05  ALSQ-RNR-NIEUW           PIC X(13).
           05  ALSQ-DATUM               PIC 9(08).
           05  ALSQ-VERWERKT            PIC 9(08).
       FD  RKCF-FILE
           RECORDING MODE IS F.
       01  RKCF-REC.
           05  RKCF-RNR                 PIC X(13).
           05  RKCF-PPR-RNR             PIC S9(08) COMP.
           05  RKCF-VBOND               PIC 9(03).
           05  RKCF-ACTIE               PIC X(01).
               88  RKCF-WIJZIGEN        VALUE "W".
               88  RKCF-HERINZAMELEN    VALUE "H".
           05  RKCF-IBAN-OUD            PIC X(34).
           05  RKCF-IBAN-NIEUW          PIC X(34).
           05  RKCF-BRON                PIC X(03).
           05  RKCF-BRONNEN             PIC X(15).
           05  RKCF-AANTAL              PIC 9(03).
           05  RKCF-DATUM               PIC 9(08).
           05  RKCF-BEWIJS              PIC X(40).
           05  RKCF-AANMAAK             PIC 9(08).
       FD  RKCL-FILE
           RECORDING MODE IS F.
       01  RKCL-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-RKCX-STATUS               PIC XX VALUE ZEROES.
       01  WS-IBMX-STATUS               PIC XX VALUE ZEROES.
       01  WS-ALSQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-RKCF-STATUS               PIC XX VALUE ZEROES.
       01  WS-RKCL-STATUS               PIC XX VALUE ZEROES.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-M-EOF                 VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08).
      *----------------------------------------------------------------
      *RVH123: HET ALIASREGISTER IN HET GEHEUGEN (ZELFDE AFMETING ALS
      *        IN GIRRNRX4). DE KETENS ZIJN DAAR AL INGEKORT, EEN
      *        ENKELE OPZOEKING GEEFT HET DEFINITIEVE NUMMER.
      *----------------------------------------------------------------
       01  WS-ALS-TABLE.
           05  WS-ALS-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-ALS-IDX.
               10  WS-ALS-RNR-OUD       PIC X(13).
               10  WS-ALS-RNR-NIEUW     PIC X(13).
       01  WS-ALS-COUNT                 PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH123: DE KANDIDAAT IN BEHANDELING, MET ZIJN RANG (1 = IBM,
      *        2 = CNV, 3 = DIS, 4 = RTR, 5 = VOP; PLUS 5 ALS ER GEEN
      *        NIEUWE REKENING VOORGESTELD WORDT). DE LAAGSTE RANG
      *        WINT.
      *----------------------------------------------------------------
       01  WS-KND-RNR                   PIC X(13).
       01  WS-KND-PPR-RNR               PIC S9(08) COMP.
       01  WS-KND-VBOND                 PIC 9(03).
       01  WS-KND-IBAN-OUD              PIC X(34).
       01  WS-KND-IBAN-NIEUW            PIC X(34).
       01  WS-KND-BRON                  PIC X(03).
       01  WS-KND-DATUM                 PIC 9(08).
       01  WS-KND-BEWIJS                PIC X(40).
       01  WS-KND-RANG                  PIC 9(02).
      *----------------------------------------------------------------
      *RVH123: DE SAMENGEVOEGDE CORRECTIES, EEN RIJ PER LID.
      *----------------------------------------------------------------
       01  WS-RKC-TABLE.
           05  WS-RKC-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-RKC-IDX.
               10  WS-RKC-RNR           PIC X(13).
               10  WS-RKC-PPR-RNR       PIC S9(08) COMP.
               10  WS-RKC-VBOND         PIC 9(03).
               10  WS-RKC-IBAN-OUD      PIC X(34).
               10  WS-RKC-IBAN-NIEUW    PIC X(34).
               10  WS-RKC-BRON          PIC X(03).
               10  WS-RKC-RANG          PIC 9(02).
               10  WS-RKC-BRONNEN.
                   15  WS-RKC-BRN       PIC X(03) OCCURS 5 TIMES.
               10  WS-RKC-AANTAL        PIC 9(03).
               10  WS-RKC-DATUM         PIC 9(08).
               10  WS-RKC-BEWIJS        PIC X(40).
       01  WS-RKC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-RKC-SUB                   PIC 9(04).
       01  WS-BRN-SUB                   PIC 9(02).
      *----------------------------------------------------------------
      *RVH123: FEDERATIELIJST - DE FEDERATIES WORDEN IN STIJGENDE
      *        VOLGORDE AFGELOPEN (WS-FED-ONDER = LAATST AFGEDRUKTE).
      *----------------------------------------------------------------
       01  WS-FED-ONDER                 PIC S9(04).
       01  WS-FED-HUIDIG                PIC S9(04).
       01  WS-FED-CNT                   PIC 9(05).
       01  WS-FED-ED                    PIC 9(03).
       01  WS-PPR-RNR-ED                PIC ZZZZZZZ9.
      *----------------------------------------------------------------
      *RVH123: TELLERS.
      *----------------------------------------------------------------
       01  WS-KND-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-IBM-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-NUL-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-ONB-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-VOL-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-WIJZ-CNT                  PIC 9(07) VALUE ZERO.
       01  WS-HERI-CNT                  PIC 9(07) VALUE ZERO.
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
       TRAITEMENT-RKC SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-RKC.
      *---------------------------------
RVH132     PERFORM KETEN-START
           PERFORM OPEN-RKC
           PERFORM LADEN-ALIASSEN
           PERFORM VERWERK-KANDIDATEN
           PERFORM VERWERK-BANKMIGRATIE
           PERFORM SCHRIJF-TERUGKOPPELING
           PERFORM SCHRIJF-FEDERATIELIJST
           PERFORM FIN-RKC
RVH132     PERFORM KETEN-EINDE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-RKC.
      ***********
           OPEN OUTPUT RKCF-FILE
           IF WS-RKCF-STATUS NOT = "00"
              DISPLAY "GIRRKCX4 - ERREUR OPEN RKCF STATUS = "
                      WS-RKCF-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT RKCL-FILE
           IF WS-RKCL-STATUS NOT = "00"
              DISPLAY "GIRRKCX4 - ERREUR OPEN RKCL STATUS = "
                      WS-RKCL-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE SPACES TO RKCL-REC
           STRING "REKENINGEN OPNIEUW IN TE ZAMELEN - RUNDATUM "
                                             DELIMITED BY SIZE
                  WS-VANDAAG                 DELIMITED BY SIZE
                                        INTO RKCL-REC
           END-STRING
           WRITE RKCL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH123: ALIASREGISTER INLADEN. EEN ONTBREKEND REGISTER IS GEEN
      *        FOUT - DAN WERD NOG GEEN ENKEL NUMMER VERVANGEN.
      *----------------------------------------------------------------
       LADEN-ALIASSEN.
      *****************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ALSQ-FILE
           IF WS-ALSQ-STATUS = "00"
              PERFORM LEZEN-ALSQ
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 IF WS-ALS-COUNT < 2000
                    ADD 1 TO WS-ALS-COUNT
                    MOVE ALSQ-RNR-OUD
                      TO WS-ALS-RNR-OUD (WS-ALS-COUNT)
                    MOVE ALSQ-RNR-NIEUW
                      TO WS-ALS-RNR-NIEUW (WS-ALS-COUNT)
                 ELSE
                    DISPLAY "GIRRKCX4 - ALIASREGISTER VOL - "
                            "ALSQ > 2000"
                    STOP RUN
                 END-IF
                 PERFORM LEZEN-ALSQ
              END-PERFORM
              CLOSE ALSQ-FILE
           END-IF
           .
       LEZEN-ALSQ.
      *************
           READ ALSQ-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH123: DE KANDIDATEN VAN DE DAG. EEN ONTBREKENDE INVOER IS
      *        GEEN FOUT - DAN WERD GEEN ENKELE REKENING AFGEKEURD.
      *----------------------------------------------------------------
       VERWERK-KANDIDATEN.
      *********************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RKCX-FILE
           IF WS-RKCX-STATUS = "00"
              PERFORM LEZEN-RKCX
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 ADD 1 TO WS-KND-CNT
                 MOVE RKCX-RNR        TO WS-KND-RNR
                 MOVE RKCX-PPR-RNR    TO WS-KND-PPR-RNR
                 MOVE RKCX-VBOND      TO WS-KND-VBOND
                 MOVE RKCX-IBAN-OUD   TO WS-KND-IBAN-OUD
                 MOVE RKCX-IBAN-NIEUW TO WS-KND-IBAN-NIEUW
                 MOVE RKCX-BRON       TO WS-KND-BRON
                 MOVE RKCX-DATUM      TO WS-KND-DATUM
                 MOVE RKCX-BEWIJS     TO WS-KND-BEWIJS
                 PERFORM VERWERK-KANDIDAAT
                 PERFORM LEZEN-RKCX
              END-PERFORM
              CLOSE RKCX-FILE
           ELSE
              DISPLAY "GIRRKCX4 - GEEN RKCX (STATUS = "
                      WS-RKCX-STATUS ")"
           END-IF
           .
       LEZEN-RKCX.
      *************
           READ RKCX-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH123: HET MUTATIE-EXTRACT VAN DE BANKMIGRATIE - LIDNUMMER EN
      *        FEDERATIE ONTBREKEN DAAR, ZE WORDEN AANGEVULD VANUIT
      *        EEN ANDERE KANDIDAAT VAN HETZELFDE RIJKSNUMMER.
      *----------------------------------------------------------------
       VERWERK-BANKMIGRATIE.
      ***********************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT IBMX-FILE
           IF WS-IBMX-STATUS = "00"
              PERFORM LEZEN-IBMX
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 ADD 1 TO WS-IBM-CNT
                 MOVE IBMX-RNR        TO WS-KND-RNR
                 MOVE ZERO            TO WS-KND-PPR-RNR
                                         WS-KND-VBOND
                 MOVE IBMX-IBAN-OUD   TO WS-KND-IBAN-OUD
                 MOVE IBMX-IBAN-NIEUW TO WS-KND-IBAN-NIEUW
                 MOVE "IBM"           TO WS-KND-BRON
                 MOVE WS-VANDAAG      TO WS-KND-DATUM
                 MOVE "BANKMIGRATIE (CONVERSIETABEL CNVQ)"
                                      TO WS-KND-BEWIJS
                 PERFORM VERWERK-KANDIDAAT
                 PERFORM LEZEN-IBMX
              END-PERFORM
              CLOSE IBMX-FILE
           END-IF
           .
       LEZEN-IBMX.
      *************
           READ IBMX-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH123: EEN KANDIDAAT TOETSEN EN BIJ ZIJN LID ONDERBRENGEN.
      *        ZONDER REKENING, ZONDER LID OF MET EEN NIEUWE REKENING
      *        GELIJK AAN DE OUDE VALT ER NIETS TE CORRIGEREN.
      *----------------------------------------------------------------
       VERWERK-KANDIDAAT.
      ********************
           EVALUATE WS-KND-BRON
              WHEN "IBM"  MOVE 1 TO WS-KND-RANG
              WHEN "CNV"  MOVE 2 TO WS-KND-RANG
              WHEN "DIS"  MOVE 3 TO WS-KND-RANG
              WHEN "RTR"  MOVE 4 TO WS-KND-RANG
              WHEN "VOP"  MOVE 5 TO WS-KND-RANG
              WHEN OTHER  MOVE ZERO TO WS-KND-RANG
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-KND-RANG = ZERO
                 ADD 1 TO WS-ONB-CNT
              WHEN WS-KND-IBAN-OUD = SPACES
                 ADD 1 TO WS-NUL-CNT
              WHEN WS-KND-IBAN-NIEUW = WS-KND-IBAN-OUD
                 ADD 1 TO WS-NUL-CNT
              WHEN (WS-KND-RNR = SPACES OR ZEROES)
               AND WS-KND-PPR-RNR = ZERO
                 ADD 1 TO WS-NUL-CNT
              WHEN OTHER
                 IF WS-KND-IBAN-NIEUW = SPACES
                    ADD 5 TO WS-KND-RANG
                 END-IF
                 IF WS-KND-RNR NOT = SPACES AND WS-ALS-COUNT > ZERO
                    PERFORM ZOEK-ALIAS
                 END-IF
                 PERFORM ZOEK-LID
                 IF WS-RKC-SUB > WS-RKC-COUNT
                    PERFORM NIEUW-LID
                 ELSE
                    PERFORM SAMENVOEGEN-LID
                 END-IF
           END-EVALUATE
           .
      *
       ZOEK-ALIAS.
      *************
           SET WS-ALS-IDX TO 1
           SEARCH WS-ALS-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ALS-IDX > WS-ALS-COUNT
                 CONTINUE
              WHEN WS-ALS-RNR-OUD (WS-ALS-IDX) = WS-KND-RNR
                 MOVE WS-ALS-RNR-NIEUW (WS-ALS-IDX) TO WS-KND-RNR
           END-SEARCH
           .
      *
      *----------------------------------------------------------------
      *RVH123: HETZELFDE LID - ZELFDE RIJKSNUMMER OF ZELFDE LIDNUMMER.
      *        WS-RKC-SUB > WS-RKC-COUNT ALS HET LID NOG NIET IN DE
      *        TABEL STAAT.
      *----------------------------------------------------------------
       ZOEK-LID.
      ***********
           PERFORM VARYING WS-RKC-SUB FROM 1 BY 1
                   UNTIL WS-RKC-SUB > WS-RKC-COUNT
                      OR (WS-KND-RNR NOT = SPACES
                     AND WS-RKC-RNR (WS-RKC-SUB) = WS-KND-RNR)
                      OR (WS-KND-PPR-RNR NOT = ZERO
                     AND WS-RKC-PPR-RNR (WS-RKC-SUB) = WS-KND-PPR-RNR)
              CONTINUE
           END-PERFORM
           .
      *
       NIEUW-LID.
      ************
           IF WS-RKC-COUNT < 5000
              ADD 1 TO WS-RKC-COUNT
              MOVE WS-RKC-COUNT TO WS-RKC-SUB
              MOVE WS-KND-RNR        TO WS-RKC-RNR (WS-RKC-SUB)
              MOVE WS-KND-PPR-RNR    TO WS-RKC-PPR-RNR (WS-RKC-SUB)
              MOVE WS-KND-VBOND      TO WS-RKC-VBOND (WS-RKC-SUB)
              MOVE WS-KND-IBAN-OUD   TO WS-RKC-IBAN-OUD (WS-RKC-SUB)
              MOVE WS-KND-IBAN-NIEUW TO WS-RKC-IBAN-NIEUW (WS-RKC-SUB)
              MOVE WS-KND-BRON       TO WS-RKC-BRON (WS-RKC-SUB)
              MOVE WS-KND-RANG       TO WS-RKC-RANG (WS-RKC-SUB)
              MOVE SPACES            TO WS-RKC-BRONNEN (WS-RKC-SUB)
              MOVE WS-KND-BRON       TO WS-RKC-BRN (WS-RKC-SUB 1)
              MOVE 1                 TO WS-RKC-AANTAL (WS-RKC-SUB)
              MOVE WS-KND-DATUM      TO WS-RKC-DATUM (WS-RKC-SUB)
              MOVE WS-KND-BEWIJS     TO WS-RKC-BEWIJS (WS-RKC-SUB)
           ELSE
              ADD 1 TO WS-VOL-CNT
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH123: TWEEDE EN VOLGENDE VASTSTELLING VOOR HETZELFDE LID ->
      *        ONTBREKENDE SLEUTELS AANVULLEN, BRON EN AANTAL BIJHOUDEN
      *        EN DE STERKSTE VASTSTELLING BEWAREN. WORDT DE EERDER
      *        VOORGESTELDE NIEUWE REKENING ZELF AFGEKEURD, DAN VERVALT
      *        HET VOORSTEL EN MOET DE REKENING OPNIEUW INGEZAMELD.
      *----------------------------------------------------------------
       SAMENVOEGEN-LID.
      ******************
           IF WS-RKC-RNR (WS-RKC-SUB) = SPACES
              MOVE WS-KND-RNR TO WS-RKC-RNR (WS-RKC-SUB)
           END-IF
           IF WS-RKC-PPR-RNR (WS-RKC-SUB) = ZERO
              MOVE WS-KND-PPR-RNR TO WS-RKC-PPR-RNR (WS-RKC-SUB)
           END-IF
           IF WS-RKC-VBOND (WS-RKC-SUB) = ZERO
              MOVE WS-KND-VBOND TO WS-RKC-VBOND (WS-RKC-SUB)
           END-IF
           IF WS-RKC-AANTAL (WS-RKC-SUB) < 999
              ADD 1 TO WS-RKC-AANTAL (WS-RKC-SUB)
           END-IF
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > 5
                      OR WS-RKC-BRN (WS-RKC-SUB WS-BRN-SUB) = SPACES
                      OR WS-RKC-BRN (WS-RKC-SUB WS-BRN-SUB)
                                                 = WS-KND-BRON
              CONTINUE
           END-PERFORM
           IF WS-BRN-SUB NOT > 5
              MOVE WS-KND-BRON TO WS-RKC-BRN (WS-RKC-SUB WS-BRN-SUB)
           END-IF
           EVALUATE TRUE
              WHEN WS-KND-IBAN-NIEUW = SPACES
               AND WS-RKC-IBAN-NIEUW (WS-RKC-SUB) NOT = SPACES
               AND WS-KND-IBAN-OUD = WS-RKC-IBAN-NIEUW (WS-RKC-SUB)
                 MOVE SPACES        TO WS-RKC-IBAN-NIEUW (WS-RKC-SUB)
                 MOVE WS-KND-BRON   TO WS-RKC-BRON (WS-RKC-SUB)
                 MOVE WS-KND-RANG   TO WS-RKC-RANG (WS-RKC-SUB)
                 MOVE WS-KND-DATUM  TO WS-RKC-DATUM (WS-RKC-SUB)
                 MOVE WS-KND-BEWIJS TO WS-RKC-BEWIJS (WS-RKC-SUB)
              WHEN WS-KND-RANG < WS-RKC-RANG (WS-RKC-SUB)
                 MOVE WS-KND-IBAN-OUD
                                    TO WS-RKC-IBAN-OUD (WS-RKC-SUB)
                 MOVE WS-KND-IBAN-NIEUW
                                    TO WS-RKC-IBAN-NIEUW (WS-RKC-SUB)
                 MOVE WS-KND-BRON   TO WS-RKC-BRON (WS-RKC-SUB)
                 MOVE WS-KND-RANG   TO WS-RKC-RANG (WS-RKC-SUB)
                 MOVE WS-KND-DATUM  TO WS-RKC-DATUM (WS-RKC-SUB)
                 MOVE WS-KND-BEWIJS TO WS-RKC-BEWIJS (WS-RKC-SUB)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH123: DE TERUGKOPPELING - EEN REKORD PER LID.
      *----------------------------------------------------------------
       SCHRIJF-TERUGKOPPELING.
      *************************
           PERFORM VARYING WS-RKC-SUB FROM 1 BY 1
                   UNTIL WS-RKC-SUB > WS-RKC-COUNT
              MOVE WS-RKC-RNR (WS-RKC-SUB)        TO RKCF-RNR
              MOVE WS-RKC-PPR-RNR (WS-RKC-SUB)    TO RKCF-PPR-RNR
              MOVE WS-RKC-VBOND (WS-RKC-SUB)      TO RKCF-VBOND
              IF WS-RKC-IBAN-NIEUW (WS-RKC-SUB) = SPACES
                 SET RKCF-HERINZAMELEN TO TRUE
                 ADD 1 TO WS-HERI-CNT
              ELSE
                 SET RKCF-WIJZIGEN TO TRUE
                 ADD 1 TO WS-WIJZ-CNT
              END-IF
              MOVE WS-RKC-IBAN-OUD (WS-RKC-SUB)   TO RKCF-IBAN-OUD
              MOVE WS-RKC-IBAN-NIEUW (WS-RKC-SUB) TO RKCF-IBAN-NIEUW
              MOVE WS-RKC-BRON (WS-RKC-SUB)       TO RKCF-BRON
              MOVE WS-RKC-BRONNEN (WS-RKC-SUB)    TO RKCF-BRONNEN
              MOVE WS-RKC-AANTAL (WS-RKC-SUB)     TO RKCF-AANTAL
              MOVE WS-RKC-DATUM (WS-RKC-SUB)      TO RKCF-DATUM
              MOVE WS-RKC-BEWIJS (WS-RKC-SUB)     TO RKCF-BEWIJS
              MOVE WS-VANDAAG                     TO RKCF-AANMAAK
              WRITE RKCF-REC
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH123: PER FEDERATIE (STIJGEND) DE LEDEN ZONDER VOORGESTELDE
      *        NIEUWE REKENING. FEDERATIE 000 = ONBEKEND (ENKEL EEN
      *        MELDING VAN DE BANKMIGRATIE).
      *----------------------------------------------------------------
       SCHRIJF-FEDERATIELIJST.
      *************************
           MOVE -1 TO WS-FED-ONDER
           PERFORM ZOEK-VOLGENDE-FED
           PERFORM WITH TEST BEFORE UNTIL WS-FED-HUIDIG > 999
              MOVE WS-FED-HUIDIG TO WS-FED-ED
              MOVE ZERO TO WS-FED-CNT
              MOVE SPACES TO RKCL-REC
              WRITE RKCL-REC
              STRING "FEDERATIE "                 DELIMITED BY SIZE
                     WS-FED-ED                    DELIMITED BY SIZE
                     " - REKENING OPNIEUW INZAMELEN"
                                                  DELIMITED BY SIZE
                                             INTO RKCL-REC
              END-STRING
              WRITE RKCL-REC
              PERFORM VARYING WS-RKC-SUB FROM 1 BY 1
                      UNTIL WS-RKC-SUB > WS-RKC-COUNT
                 IF WS-RKC-VBOND (WS-RKC-SUB) = WS-FED-HUIDIG
                    AND WS-RKC-IBAN-NIEUW (WS-RKC-SUB) = SPACES
                    ADD 1 TO WS-FED-CNT
                    MOVE WS-RKC-PPR-RNR (WS-RKC-SUB) TO WS-PPR-RNR-ED
                    MOVE SPACES TO RKCL-REC
                    STRING "  "                    DELIMITED BY SIZE
                           WS-RKC-RNR (WS-RKC-SUB) DELIMITED BY SIZE
                           " "                     DELIMITED BY SIZE
                           WS-PPR-RNR-ED           DELIMITED BY SIZE
                           " "                     DELIMITED BY SIZE
                           WS-RKC-IBAN-OUD (WS-RKC-SUB)
                                                   DELIMITED BY SIZE
                           " "                     DELIMITED BY SIZE
                           WS-RKC-BRONNEN (WS-RKC-SUB)
                                                   DELIMITED BY SIZE
                           " "                     DELIMITED BY SIZE
                           WS-RKC-BEWIJS (WS-RKC-SUB) (1:20)
                                                   DELIMITED BY SIZE
                                              INTO RKCL-REC
                    END-STRING
                    WRITE RKCL-REC
                 END-IF
              END-PERFORM
              MOVE WS-FED-CNT TO WS-DISPLAY-CNT
              MOVE SPACES TO RKCL-REC
              STRING "  AANTAL LEDEN : "          DELIMITED BY SIZE
                     WS-DISPLAY-CNT               DELIMITED BY SIZE
                                             INTO RKCL-REC
              END-STRING
              WRITE RKCL-REC
              MOVE WS-FED-HUIDIG TO WS-FED-ONDER
              PERFORM ZOEK-VOLGENDE-FED
           END-PERFORM
           .
      *
      *----------------------------------------------------------------
      *RVH123: KLEINSTE FEDERATIE BOVEN WS-FED-ONDER MET MINSTENS EEN
      *        LID ZONDER VOORGESTELDE REKENING (1000 = GEEN MEER).
      *----------------------------------------------------------------
       ZOEK-VOLGENDE-FED.
      ********************
           MOVE 1000 TO WS-FED-HUIDIG
           PERFORM VARYING WS-RKC-SUB FROM 1 BY 1
                   UNTIL WS-RKC-SUB > WS-RKC-COUNT
              IF WS-RKC-IBAN-NIEUW (WS-RKC-SUB) = SPACES
                 AND WS-RKC-VBOND (WS-RKC-SUB) > WS-FED-ONDER
                 AND WS-RKC-VBOND (WS-RKC-SUB) < WS-FED-HUIDIG
                 MOVE WS-RKC-VBOND (WS-RKC-SUB) TO WS-FED-HUIDIG
              END-IF
           END-PERFORM
           .
      *
       FIN-RKC.
      **********
           CLOSE RKCF-FILE RKCL-FILE
           MOVE WS-KND-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRRKCX4 - KANDIDATEN GELEZEN (RKCX) : "
                   WS-DISPLAY-CNT
           MOVE WS-IBM-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRRKCX4 - BANKMIGRATIE GELEZEN      : "
                   WS-DISPLAY-CNT
           MOVE WS-NUL-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRRKCX4 - ZONDER TE CORRIGEREN      : "
                   WS-DISPLAY-CNT
           MOVE WS-ONB-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRRKCX4 - ONBEKENDE BRON            : "
                   WS-DISPLAY-CNT
           MOVE WS-WIJZ-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRRKCX4 - LEDEN REKENING WIJZIGEN   : "
                   WS-DISPLAY-CNT
           MOVE WS-HERI-CNT TO WS-DISPLAY-CNT
           DISPLAY "GIRRKCX4 - LEDEN OPNIEUW INZAMELEN   : "
                   WS-DISPLAY-CNT
           IF WS-VOL-CNT > ZERO
              MOVE WS-VOL-CNT TO WS-DISPLAY-CNT
              DISPLAY "GIRRKCX4 - TABEL VOL - NIET VERWERKT : "
                      WS-DISPLAY-CNT
           END-IF
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
RVH132     MOVE "GIRRKCX4" TO WS-KET-PROGRAMMA
RVH132     MOVE ZERO       TO WS-KET-RUNSEQ
RVH132                        WS-KET-RC
RVH132     CALL "GIRKETX4" USING WS-KET-PARM
RVH132     IF NOT WS-KET-TOEGESTAAN
RVH132        DISPLAY "GIRRKCX4 - KETEN: " WS-KET-MELDING
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
RVH132        DISPLAY "GIRRKCX4 - KETEN: " WS-KET-MELDING
RVH132     END-IF
RVH132     .

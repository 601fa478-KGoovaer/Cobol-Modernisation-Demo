      ******************************************************************
      **  GIRRNRX4 : SAMENVOEGING VAN DE REGISTERS BIJ VERVANGING     *
      **  --------   VAN HET RIJKSNUMMER                              *
      **                                                               *
      **  - WANNEER DE KRUISPUNTBANK EEN BIS-NUMMER DOOR EEN           *
      **    DEFINITIEF RIJKSNUMMER VERVANGT, OF EEN RIJKSNUMMER        *
      **    VERBETERT, LEVERT ZIJ EEN VERVANGINGSFEED (RNRV: OUD       *
      **    NUMMER, NIEUW NUMMER, DATUM VAN UITWERKING). DIT PROGRAMMA *
      **    BRENGT ALLE OP HET RIJKSNUMMER GESLEUTELDE REGISTERS OP    *
      **    HET NIEUWE NUMMER SAMEN:                                   *
      **      . BNKQ (LAATSTE BANK, RVH031) EN BSLQ (BESLAG, RVH045):  *
      **        HET REKORD VAN HET OUDE NUMMER WORDT OVERGEZET; HEEFT  *
      **        HET NIEUWE NUMMER AL EEN REKORD, DAN BLIJFT DAT        *
      **        BEHOUDEN EN VERVALT HET OUDE;                         *
      **      . SLDQ (OPENSTAANDE SCHULD, RVH053): DE SALDI VAN HET   *
      **        OUDE EN HET NIEUWE NUMMER WORDEN GESOMMEERD;          *
      **      . IBRQ (IBAN-REGISTER, RVH055): DE PAREN WORDEN         *
      **        OVERGEZET, DUBBELS VALLEN WEG;                        *
      **      . CUMQ (JAARTOTALEN, GIRCUMX4): PER CODE-LIBELLE EN     *
      **        JAAR WORDEN BEDRAG EN AANTAL GESOMMEERD, ZODAT HET    *
      **        FISCAAL ATTEST (GIRATTX4) EENMAAL UITKOMT.            *
      **  - ELKE VERVANGING WORDT BEWAARD IN HET CUMULATIEVE           *
      **    ALIASREGISTER (ALSV IN, ALSQ UIT). VOIR-DOUBLES IN         *
      **    TRBFNCX4 EN GIRDOSX4 LEZEN DIT REGISTER EN BESCHOUWEN     *
      **    BEIDE NUMMERS ALS EEN LID - HET BBF-JOURNAAL ZELF BLIJFT   *
      **    ONAANGEROERD. EEN KETEN (A DOOR B, NADIEN B DOOR C) WORDT  *
      **    INGEKORT TOT A EN B NAAR C.                               *
      **  - DE REGISTERS WORDEN ALTIJD TEGEN HET VOLLEDIGE             *
      **    ALIASREGISTER HERSCHREVEN, ZODAT EEN NADIEN OPNIEUW        *
      **    AANGEMAAKTE CUMQ-GENERATIE (DIE UIT HET JOURNAAL NOG HET   *
      **    OUDE NUMMER DRAAGT) MET EEN LEGE FEED NOG EENS DOOR DIT    *
      **    PROGRAMMA KAN LOPEN.                                      *
      **  - EEN VERVANGING MET EEN DATUM VAN UITWERKING IN DE          *
      **    TOEKOMST WORDT NIET TOEGEPAST MAAR DOORGESCHOVEN NAAR HET  *
      **    WACHTBESTAND (RNRW, ZELFDE INDELING ALS DE FEED), NAAR     *
      **    HET VOORBEELD VAN REGW IN GIRREGX4.                        *
      **  - DE GESLEUTELDE MASTERS WORDEN NIET RECHTSTREEKS GERAAKT:   *
      **    DE JCL ONTLAADT ZE VOORAF (REPRO NAAR DE SEQUENTIELE       *
      **    BNKO/SLDO/IBRO/BSLO-INVOER), SORTEERT DE UITVOER OPNIEUW   *
      **    OP DE SLEUTEL EN HERLAADT ZE DAARNA ALS NIEUWE MASTER.     *
      **  - HET SAMENVOEGVERSLAG (RNRR) VERMELDT ELKE VERVANGING EN    *
      **    PER REGISTER ELK OVERGEZET OF SAMENGEVOEGD REKORD.         *
      **                                                               *
      ******************************************************************
      *RVH122: NIEUW PROGRAMMA - SAMENVOEGING VAN DE OP HET
      *        RIJKSNUMMER GESLEUTELDE REGISTERS BIJ VERVANGING VAN
      *        HET RIJKSNUMMER DOOR DE KRUISPUNTBANK.
      *RVH126: DE EINDDATUM VAN HET BESLAG (BSLQ) GAAT MEE NAAR HET
      *        NIEUWE NUMMER.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRRNRX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH122*
RVH122* RVH122 15/10/2026
RVH122*     NIEUW PROGRAMMA : SAMENVOEGING VAN BNKQ, SLDQ, IBRQ, BSLQ
RVH122*     EN CUMQ OP HET NIEUWE RIJKSNUMMER, ALIASREGISTER EN
RVH122*     SAMENVOEGVERSLAG.
RVH122*
RVH126* RVH126 15/10/2026
RVH126*     BSLQ IN ZIJN NIEUWE INDELING MET DE EINDDATUM VAN HET
RVH126*     BESLAG.
RVH126*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH122: VERVANGINGSFEED VAN DE KRUISPUNTBANK (AANGEVULD MET DE
      *        UITGESTELDE VERVANGINGEN VAN DE VORIGE DOORGANG) EN HET
      *        WACHTBESTAND VOOR DE NOG NIET UITWERKENDE.
      *----------------------------------------------------------------
           SELECT RNRV-FILE ASSIGN TO RNRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RNRV-STATUS.
           SELECT RNRW-FILE ASSIGN TO RNRW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RNRW-STATUS.
      *----------------------------------------------------------------
      *RVH122: ALIASREGISTER - VORIGE GENERATIE (ALSV) EN NIEUWE
      *        GENERATIE (ALSQ).
      *----------------------------------------------------------------
           SELECT ALSV-FILE ASSIGN TO ALSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ALSV-STATUS.
           SELECT ALSQ-FILE ASSIGN TO ALSQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ALSQ-STATUS.
      *----------------------------------------------------------------
      *RVH122: PER REGISTER DE SEQUENTIELE KOPIE VAN VOOR DE
      *        SAMENVOEGING (xxxO) EN DE SAMENGEVOEGDE UITVOER (xxxQ).
      *----------------------------------------------------------------
           SELECT BNKO-FILE ASSIGN TO BNKO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BNKO-STATUS.
           SELECT BNKQ-FILE ASSIGN TO BNKQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BNKQ-STATUS.
           SELECT SLDO-FILE ASSIGN TO SLDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SLDO-STATUS.
           SELECT SLDQ-FILE ASSIGN TO SLDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SLDQ-STATUS.
           SELECT IBRO-FILE ASSIGN TO IBRO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-IBRO-STATUS.
           SELECT IBRQ-FILE ASSIGN TO IBRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-IBRQ-STATUS.
           SELECT BSLO-FILE ASSIGN TO BSLO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BSLO-STATUS.
           SELECT BSLQ-FILE ASSIGN TO BSLQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BSLQ-STATUS.
           SELECT CUMO-FILE ASSIGN TO CUMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CUMO-STATUS.
           SELECT CUMQ-FILE ASSIGN TO CUMQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CUMQ-STATUS.
      *----------------------------------------------------------------
      *RVH122: SAMENVOEGVERSLAG.
      *----------------------------------------------------------------
           SELECT RNRR-FILE ASSIGN TO RNRR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RNRR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  RNRV-FILE
           RECORDING MODE IS F.
       01  RNRV-REC.
           05  RNRV-RNR-OUD             PIC X(13).
           05  RNRV-RNR-NIEUW           PIC X(13).
           05  RNRV-DATUM               PIC 9(08).
       FD  RNRW-FILE
           RECORDING MODE IS F.
       01  RNRW-REC                     PIC X(34).
       FD  ALSV-FILE
           RECORDING MODE IS F.
       01  ALSV-REC.
           05  ALSV-RNR-OUD             PIC X(13).
           05  ALSV-RNR-NIEUW           PIC X(13).
           05  ALSV-DATUM               PIC 9(08).
           05  ALSV-VERWERKT            PIC 9(08).
       FD  ALSQ-FILE
           RECORDING MODE IS F.
       01  ALSQ-REC.
           05  ALSQ-RNR-OUD             PIC X(13).
           05  ALSQ-RNR-NIEUW           PIC X(13).
           05  ALSQ-DATUM               PIC 9(08).
           05  ALSQ-VERWERKT            PIC 9(08).
       FD  BNKO-FILE
           RECORDING MODE IS F.
       01  BNKO-REC.
           05  BNKO-RNR                 PIC X(13).
           05  BNKO-BANK                PIC 9(01).
       FD  BNKQ-FILE
           RECORDING MODE IS F.
       01  BNKQ-REC.
           05  BNKQ-RNR                 PIC X(13).
           05  BNKQ-BANK                PIC 9(01).
       FD  SLDO-FILE
           RECORDING MODE IS F.
       01  SLDO-REC.
           05  SLDO-RNR                 PIC X(13).
           05  SLDO-OPENSTAAND          PIC S9(08).
       FD  SLDQ-FILE
           RECORDING MODE IS F.
       01  SLDQ-REC.
           05  SLDQ-RNR                 PIC X(13).
           05  SLDQ-OPENSTAAND          PIC S9(08).
       FD  IBRO-FILE
           RECORDING MODE IS F.
       01  IBRO-REC.
           05  IBRO-IBAN                PIC X(34).
           05  IBRO-RNR                 PIC X(13).
       FD  IBRQ-FILE
           RECORDING MODE IS F.
       01  IBRQ-REC.
           05  IBRQ-IBAN                PIC X(34).
           05  IBRQ-RNR                 PIC X(13).
       FD  BSLO-FILE
           RECORDING MODE IS F.
       01  BSLO-REC.
           05  BSLO-RNR                 PIC X(13).
           05  BSLO-DOSSIER             PIC X(12).
           05  BSLO-SCHULDEISER         PIC X(30).
           05  BSLO-PLAFOND             PIC S9(08).
RVH126     05  BSLO-EINDDATUM           PIC 9(08).
       FD  BSLQ-FILE
           RECORDING MODE IS F.
       01  BSLQ-REC.
           05  BSLQ-RNR                 PIC X(13).
           05  BSLQ-DOSSIER             PIC X(12).
           05  BSLQ-SCHULDEISER         PIC X(30).
           05  BSLQ-PLAFOND             PIC S9(08).
RVH126     05  BSLQ-EINDDATUM           PIC 9(08).
       FD  CUMO-FILE
           RECORDING MODE IS F.
       01  CUMO-REC.
           05  CUMO-RNR                 PIC X(13).
           05  CUMO-LIBEL               PIC 9(02).
           05  CUMO-JAAR                PIC 9(04).
           05  CUMO-TOTAAL-BEDRAG       PIC S9(09).
           05  CUMO-AANTAL              PIC 9(05).
       FD  CUMQ-FILE
           RECORDING MODE IS F.
       01  CUMQ-REC.
           05  CUMQ-RNR                 PIC X(13).
           05  CUMQ-LIBEL               PIC 9(02).
           05  CUMQ-JAAR                PIC 9(04).
           05  CUMQ-TOTAAL-BEDRAG       PIC S9(09).
           05  CUMQ-AANTAL              PIC 9(05).
       FD  RNRR-FILE
           RECORDING MODE IS F.
       01  RNRR-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-RNRV-STATUS               PIC XX VALUE ZEROES.
       01  WS-RNRW-STATUS               PIC XX VALUE ZEROES.
       01  WS-ALSV-STATUS               PIC XX VALUE ZEROES.
       01  WS-ALSQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-BNKO-STATUS               PIC XX VALUE ZEROES.
       01  WS-BNKQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-SLDO-STATUS               PIC XX VALUE ZEROES.
       01  WS-SLDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-IBRO-STATUS               PIC XX VALUE ZEROES.
       01  WS-IBRQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-BSLO-STATUS               PIC XX VALUE ZEROES.
       01  WS-BSLQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-CUMO-STATUS               PIC XX VALUE ZEROES.
       01  WS-CUMQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-RNRR-STATUS               PIC XX VALUE ZEROES.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-M-EOF                 VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08).
      *----------------------------------------------------------------
      *RVH122: HET ALIASREGISTER IN HET GEHEUGEN. WS-ALS-DOEL IS HET
      *        DEFINITIEVE NUMMER DAT ZOEK-ALIAS VOOR WS-ALS-ZOEK
      *        TERUGGEEFT (WS-ALS-ZOEK ZELF ALS ER GEEN ALIAS IS).
      *----------------------------------------------------------------
       01  WS-ALS-TABLE.
           05  WS-ALS-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-ALS-IDX.
               10  WS-ALS-RNR-OUD       PIC X(13).
               10  WS-ALS-RNR-NIEUW     PIC X(13).
               10  WS-ALS-DATUM         PIC 9(08).
               10  WS-ALS-VERWERKT      PIC 9(08).
       01  WS-ALS-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-ALS-SUB                   PIC 9(04).
       01  WS-ALS-ZOEK                  PIC X(13).
       01  WS-ALS-DOEL                  PIC X(13).
       01  WS-ALS-DEFINITIEF            PIC X(13).
       01  WS-ALS-HIT-SW                PIC X VALUE "N".
           88  WS-ALS-TREFFER           VALUE "J".
      *----------------------------------------------------------------
      *RVH122: SAMENVOEGTABELLEN (ZELFDE AFMETINGEN ALS IN GIRMRGX4).
      *        WS-xxx-OMGEZET GEEFT AAN DAT HET REKORD VAN EEN OUD
      *        NUMMER OVERKWAM - EEN REKORD DAT AL OP HET NIEUWE
      *        NUMMER STOND, GAAT DAARVOOR.
      *----------------------------------------------------------------
       01  WS-BNK-TABLE.
           05  WS-BNK-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BNK-IDX.
               10  WS-BNK-RNR           PIC X(13).
               10  WS-BNK-BANK          PIC 9(01).
               10  WS-BNK-OMGEZET       PIC X(01).
       01  WS-BNK-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BNK-SUB                   PIC 9(04).
       01  WS-SLD-TABLE.
           05  WS-SLD-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-SLD-IDX.
               10  WS-SLD-RNR           PIC X(13).
               10  WS-SLD-OPENSTAAND    PIC S9(08).
       01  WS-SLD-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-SLD-SUB                   PIC 9(04).
       01  WS-IBR-TABLE.
           05  WS-IBR-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-IBR-IDX.
               10  WS-IBR-IBAN          PIC X(34).
               10  WS-IBR-RNR           PIC X(13).
       01  WS-IBR-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-IBR-SUB                   PIC 9(04).
       01  WS-BSL-TABLE.
           05  WS-BSL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BSL-IDX.
               10  WS-BSL-RNR           PIC X(13).
               10  WS-BSL-DOSSIER       PIC X(12).
               10  WS-BSL-SCHULDEISER   PIC X(30).
               10  WS-BSL-PLAFOND       PIC S9(08).
RVH126         10  WS-BSL-EINDDATUM     PIC 9(08).
               10  WS-BSL-OMGEZET       PIC X(01).
       01  WS-BSL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BSL-SUB                   PIC 9(04).
       01  WS-CUM-TABLE.
           05  WS-CUM-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-CUM-IDX.
               10  WS-CUM-RNR           PIC X(13).
               10  WS-CUM-LIBEL         PIC 9(02).
               10  WS-CUM-JAAR          PIC 9(04).
               10  WS-CUM-TOTAAL        PIC S9(09).
               10  WS-CUM-AANTAL        PIC 9(05).
       01  WS-CUM-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CUM-SUB                   PIC 9(04).
      *----------------------------------------------------------------
      *RVH122: TELLERS VOOR HET VERSLAG.
      *----------------------------------------------------------------
       01  WS-VRV-CNT                   PIC 9(07) VALUE ZERO.
       01  WS-VRV-WACHT-CNT             PIC 9(07) VALUE ZERO.
       01  WS-VRV-VERW-CNT              PIC 9(07) VALUE ZERO.
       01  WS-REG-OVER-CNT              PIC 9(07) VALUE ZERO.
       01  WS-REG-SAMEN-CNT             PIC 9(07) VALUE ZERO.
       01  WS-REG-VOL-CNT               PIC 9(07) VALUE ZERO.
       01  WS-VRV-DIAG                  PIC X(32).
       01  WS-RPT-REGISTER              PIC X(04).
       01  WS-RPT-ACTIE                 PIC X(24).
       01  WS-RPT-OUD                   PIC X(13).
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-VERVANGING SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-VERVANGING.
      *---------------------------------
           PERFORM OPEN-VERVANGING
           PERFORM LADEN-ALIASSEN
           PERFORM VERWERK-VERVANGINGEN
           PERFORM SCHRIJF-ALIASSEN
           PERFORM MERGE-BANKHISTORIEK
           PERFORM MERGE-SCHULDREGISTER
           PERFORM MERGE-IBANREGISTER
           PERFORM MERGE-BESLAGREGISTER
           PERFORM MERGE-JAARTOTALEN
           PERFORM FIN-VERVANGING
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-VERVANGING.
      ******************
           OPEN INPUT RNRV-FILE
           IF WS-RNRV-STATUS NOT = "00"
              DISPLAY "GIRRNRX4 - ERREUR OPEN RNRV STATUS = "
                      WS-RNRV-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT RNRW-FILE
           IF WS-RNRW-STATUS NOT = "00"
              DISPLAY "GIRRNRX4 - ERREUR OPEN RNRW STATUS = "
                      WS-RNRW-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT RNRR-FILE
           IF WS-RNRR-STATUS NOT = "00"
              DISPLAY "GIRRNRX4 - ERREUR OPEN RNRR STATUS = "
                      WS-RNRR-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE SPACES TO RNRR-REC
           STRING "SAMENVOEGING RIJKSNUMMERS - RUNDATUM "
                                             DELIMITED BY SIZE
                  WS-VANDAAG                 DELIMITED BY SIZE
                                        INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH122: VORIGE GENERATIE VAN HET ALIASREGISTER INLEZEN. BIJ DE
      *        EERSTE DOORGANG BESTAAT ZE NOG NIET - GEEN FOUT.
      *----------------------------------------------------------------
       LADEN-ALIASSEN.
      *****************
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ALSV-FILE
           IF WS-ALSV-STATUS = "00"
              PERFORM LEZEN-ALSV
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 IF WS-ALS-COUNT < 2000
                    ADD 1 TO WS-ALS-COUNT
                    MOVE ALSV-RNR-OUD
                      TO WS-ALS-RNR-OUD (WS-ALS-COUNT)
                    MOVE ALSV-RNR-NIEUW
                      TO WS-ALS-RNR-NIEUW (WS-ALS-COUNT)
                    MOVE ALSV-DATUM
                      TO WS-ALS-DATUM (WS-ALS-COUNT)
                    MOVE ALSV-VERWERKT
                      TO WS-ALS-VERWERKT (WS-ALS-COUNT)
                 ELSE
                    DISPLAY "GIRRNRX4 - ALIASREGISTER VOL - "
                            "ALSV > 2000"
                    STOP RUN
                 END-IF
                 PERFORM LEZEN-ALSV
              END-PERFORM
              CLOSE ALSV-FILE
           END-IF
           .
       LEZEN-ALSV.
      *************
           READ ALSV-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: DE VERVANGINGSFEED. EEN VERVANGING WORDT VERWORPEN ALS
      *        EEN VAN BEIDE NUMMERS ONTBREEKT, BEIDE GELIJK ZIJN, DE
      *        DATUM NIET NUMERIEK IS, HET OUDE NUMMER AL NAAR EEN
      *        ANDER NUMMER VERVANGEN WERD OF HET NIEUWE NUMMER VIA
      *        DE KETEN OP HET OUDE UITKOMT. HET NIEUWE NUMMER WORDT
      *        EERST ZELF NAAR ZIJN DEFINITIEVE NUMMER OMGEZET, EN
      *        BESTAANDE ALIASSEN DIE NAAR HET OUDE NUMMER WEZEN,
      *        WIJZEN VOORTAAN NAAR HET DEFINITIEVE.
      *----------------------------------------------------------------
       VERWERK-VERVANGINGEN.
      ***********************
           MOVE "N" TO WS-EOF-SW
           PERFORM LEZEN-RNRV
           PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
              ADD 1 TO WS-VRV-CNT
              MOVE SPACES TO WS-VRV-DIAG
              EVALUATE TRUE
                 WHEN RNRV-RNR-OUD = SPACES OR ZEROES
                  OR RNRV-RNR-NIEUW = SPACES OR ZEROES
                    MOVE "VERWORPEN - NUMMER ONTBREEKT"
                      TO WS-VRV-DIAG
                 WHEN RNRV-RNR-OUD = RNRV-RNR-NIEUW
                    MOVE "VERWORPEN - OUD = NIEUW"
                      TO WS-VRV-DIAG
                 WHEN RNRV-DATUM NOT NUMERIC
                    MOVE "VERWORPEN - DATUM ONGELDIG"
                      TO WS-VRV-DIAG
                 WHEN RNRV-DATUM > WS-VANDAAG
                    MOVE RNRV-REC TO RNRW-REC
                    WRITE RNRW-REC
                    ADD 1 TO WS-VRV-WACHT-CNT
                    MOVE "UITGESTELD - DATUM IN TOEKOMST"
                      TO WS-VRV-DIAG
                 WHEN OTHER
                    PERFORM TOEPASSEN-VERVANGING
              END-EVALUATE
              IF WS-VRV-DIAG (1:9) = "VERWORPEN"
                 ADD 1 TO WS-VRV-VERW-CNT
              END-IF
              MOVE SPACES TO RNRR-REC
              STRING "VERVANGING "       DELIMITED BY SIZE
                     RNRV-RNR-OUD        DELIMITED BY SIZE
                     " DOOR "            DELIMITED BY SIZE
                     RNRV-RNR-NIEUW      DELIMITED BY SIZE
                     " PER "             DELIMITED BY SIZE
                     RNRV-DATUM          DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     WS-VRV-DIAG         DELIMITED BY SIZE
                                    INTO RNRR-REC
              END-STRING
              WRITE RNRR-REC
              PERFORM LEZEN-RNRV
           END-PERFORM
           CLOSE RNRV-FILE RNRW-FILE
           .
       LEZEN-RNRV.
      *************
           READ RNRV-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
       TOEPASSEN-VERVANGING.
      ***********************
           MOVE RNRV-RNR-NIEUW TO WS-ALS-ZOEK
           PERFORM ZOEK-ALIAS
           MOVE WS-ALS-DOEL TO WS-ALS-DEFINITIEF
           IF WS-ALS-DEFINITIEF = RNRV-RNR-OUD
              MOVE "VERWORPEN - KRINGVERWIJZING" TO WS-VRV-DIAG
           ELSE
              MOVE RNRV-RNR-OUD TO WS-ALS-ZOEK
              PERFORM ZOEK-ALIAS
              IF WS-ALS-TREFFER
                 IF WS-ALS-DOEL = WS-ALS-DEFINITIEF
                    MOVE "REEDS VERWERKT" TO WS-VRV-DIAG
                 ELSE
                    MOVE "VERWORPEN - OUD NUMMER AL VERVANGEN"
                      TO WS-VRV-DIAG
                 END-IF
              ELSE
                 IF WS-ALS-COUNT < 2000
                    PERFORM VARYING WS-ALS-SUB FROM 1 BY 1
                            UNTIL WS-ALS-SUB > WS-ALS-COUNT
                       IF WS-ALS-RNR-NIEUW (WS-ALS-SUB) = RNRV-RNR-OUD
                          MOVE WS-ALS-DEFINITIEF
                            TO WS-ALS-RNR-NIEUW (WS-ALS-SUB)
                       END-IF
                    END-PERFORM
                    ADD 1 TO WS-ALS-COUNT
                    MOVE RNRV-RNR-OUD
                      TO WS-ALS-RNR-OUD (WS-ALS-COUNT)
                    MOVE WS-ALS-DEFINITIEF
                      TO WS-ALS-RNR-NIEUW (WS-ALS-COUNT)
                    MOVE RNRV-DATUM
                      TO WS-ALS-DATUM (WS-ALS-COUNT)
                    MOVE WS-VANDAAG
                      TO WS-ALS-VERWERKT (WS-ALS-COUNT)
                    MOVE "TOEGEPAST" TO WS-VRV-DIAG
                 ELSE
                    DISPLAY "GIRRNRX4 - ALIASREGISTER VOL - "
                            "ALSQ > 2000"
                    STOP RUN
                 END-IF
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH122: DEFINITIEF NUMMER VOOR WS-ALS-ZOEK. HET REGISTER WORDT
      *        BIJ ELKE VERVANGING INGEKORT, ZODAT EEN ENKELE STAP
      *        VOLSTAAT.
      *----------------------------------------------------------------
       ZOEK-ALIAS.
      *************
           MOVE "N" TO WS-ALS-HIT-SW
           MOVE WS-ALS-ZOEK TO WS-ALS-DOEL
           IF WS-ALS-COUNT > ZERO
              SET WS-ALS-IDX TO 1
              SEARCH WS-ALS-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ALS-IDX > WS-ALS-COUNT
                    CONTINUE
                 WHEN WS-ALS-RNR-OUD (WS-ALS-IDX) = WS-ALS-ZOEK
                    SET WS-ALS-TREFFER TO TRUE
                    MOVE WS-ALS-RNR-NIEUW (WS-ALS-IDX) TO WS-ALS-DOEL
              END-SEARCH
           END-IF
           .
      *
       SCHRIJF-ALIASSEN.
      *******************
           OPEN OUTPUT ALSQ-FILE
           IF WS-ALSQ-STATUS NOT = "00"
              DISPLAY "GIRRNRX4 - ERREUR OPEN ALSQ STATUS = "
                      WS-ALSQ-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-ALS-SUB FROM 1 BY 1
                   UNTIL WS-ALS-SUB > WS-ALS-COUNT
              MOVE WS-ALS-RNR-OUD (WS-ALS-SUB)   TO ALSQ-RNR-OUD
              MOVE WS-ALS-RNR-NIEUW (WS-ALS-SUB) TO ALSQ-RNR-NIEUW
              MOVE WS-ALS-DATUM (WS-ALS-SUB)     TO ALSQ-DATUM
              MOVE WS-ALS-VERWERKT (WS-ALS-SUB)  TO ALSQ-VERWERKT
              WRITE ALSQ-REC
           END-PERFORM
           CLOSE ALSQ-FILE
           .
      *
      *----------------------------------------------------------------
      *RVH122: BNKQ - HET REKORD VAN HET NIEUWE NUMMER GAAT VOOR.
      *----------------------------------------------------------------
       MERGE-BANKHISTORIEK.
      **********************
           MOVE "N" TO WS-EOF-SW
           MOVE "BNKQ" TO WS-RPT-REGISTER
           OPEN INPUT BNKO-FILE
           IF WS-BNKO-STATUS = "00"
              PERFORM LEZEN-BNKO
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 MOVE BNKO-RNR TO WS-ALS-ZOEK
                 PERFORM ZOEK-ALIAS
                 SET WS-BNK-IDX TO 1
                 SEARCH WS-BNK-ENTRY
                    AT END
                       PERFORM BNK-TOEVOEGEN
                    WHEN WS-BNK-IDX > WS-BNK-COUNT
                       PERFORM BNK-TOEVOEGEN
                    WHEN WS-BNK-RNR (WS-BNK-IDX) = WS-ALS-DOEL
                       IF WS-BNK-OMGEZET (WS-BNK-IDX) = "J"
                          AND NOT WS-ALS-TREFFER
                          MOVE BNKO-BANK TO WS-BNK-BANK (WS-BNK-IDX)
                          MOVE "N" TO WS-BNK-OMGEZET (WS-BNK-IDX)
                       END-IF
                       MOVE "SAMENGEVOEGD - NIEUW BEHOUDEN"
                         TO WS-RPT-ACTIE
                       PERFORM SCHRIJF-SAMENVOEGLIJN
                 END-SEARCH
                 PERFORM LEZEN-BNKO
              END-PERFORM
              CLOSE BNKO-FILE
              OPEN OUTPUT BNKQ-FILE
              IF WS-BNKQ-STATUS NOT = "00"
                 DISPLAY "GIRRNRX4 - ERREUR OPEN BNKQ STATUS = "
                         WS-BNKQ-STATUS
                 STOP RUN
              END-IF
              PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                      UNTIL WS-BNK-SUB > WS-BNK-COUNT
                 MOVE WS-BNK-RNR (WS-BNK-SUB)  TO BNKQ-RNR
                 MOVE WS-BNK-BANK (WS-BNK-SUB) TO BNKQ-BANK
                 WRITE BNKQ-REC
              END-PERFORM
              CLOSE BNKQ-FILE
           END-IF
           .
       BNK-TOEVOEGEN.
      ****************
           IF WS-BNK-COUNT < 2000
              ADD 1 TO WS-BNK-COUNT
              MOVE WS-ALS-DOEL TO WS-BNK-RNR (WS-BNK-COUNT)
              MOVE BNKO-BANK   TO WS-BNK-BANK (WS-BNK-COUNT)
              MOVE "N"         TO WS-BNK-OMGEZET (WS-BNK-COUNT)
              IF WS-ALS-TREFFER
                 MOVE "J" TO WS-BNK-OMGEZET (WS-BNK-COUNT)
                 MOVE "OVERGEZET" TO WS-RPT-ACTIE
                 PERFORM SCHRIJF-SAMENVOEGLIJN
              END-IF
           ELSE
              ADD 1 TO WS-REG-VOL-CNT
              DISPLAY "GIRRNRX4 - BNKQ-TABEL VOL - REKORD "
                      BNKO-RNR " WEGGEVALLEN"
           END-IF
           .
       LEZEN-BNKO.
      *************
           READ BNKO-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: SLDQ - DE OPENSTAANDE SCHULDEN WORDEN GESOMMEERD.
      *----------------------------------------------------------------
       MERGE-SCHULDREGISTER.
      ***********************
           MOVE "N" TO WS-EOF-SW
           MOVE "SLDQ" TO WS-RPT-REGISTER
           OPEN INPUT SLDO-FILE
           IF WS-SLDO-STATUS = "00"
              PERFORM LEZEN-SLDO
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 MOVE SLDO-RNR TO WS-ALS-ZOEK
                 PERFORM ZOEK-ALIAS
                 SET WS-SLD-IDX TO 1
                 SEARCH WS-SLD-ENTRY
                    AT END
                       PERFORM SLD-TOEVOEGEN
                    WHEN WS-SLD-IDX > WS-SLD-COUNT
                       PERFORM SLD-TOEVOEGEN
                    WHEN WS-SLD-RNR (WS-SLD-IDX) = WS-ALS-DOEL
                       ADD SLDO-OPENSTAAND
                        TO WS-SLD-OPENSTAAND (WS-SLD-IDX)
                       MOVE "SAMENGEVOEGD - GESOMMEERD"
                         TO WS-RPT-ACTIE
                       PERFORM SCHRIJF-SAMENVOEGLIJN
                 END-SEARCH
                 PERFORM LEZEN-SLDO
              END-PERFORM
              CLOSE SLDO-FILE
              OPEN OUTPUT SLDQ-FILE
              IF WS-SLDQ-STATUS NOT = "00"
                 DISPLAY "GIRRNRX4 - ERREUR OPEN SLDQ STATUS = "
                         WS-SLDQ-STATUS
                 STOP RUN
              END-IF
              PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                      UNTIL WS-SLD-SUB > WS-SLD-COUNT
                 MOVE WS-SLD-RNR (WS-SLD-SUB) TO SLDQ-RNR
                 MOVE WS-SLD-OPENSTAAND (WS-SLD-SUB)
                   TO SLDQ-OPENSTAAND
                 WRITE SLDQ-REC
              END-PERFORM
              CLOSE SLDQ-FILE
           END-IF
           .
       SLD-TOEVOEGEN.
      ****************
           IF WS-SLD-COUNT < 1000
              ADD 1 TO WS-SLD-COUNT
              MOVE WS-ALS-DOEL     TO WS-SLD-RNR (WS-SLD-COUNT)
              MOVE SLDO-OPENSTAAND TO WS-SLD-OPENSTAAND (WS-SLD-COUNT)
              IF WS-ALS-TREFFER
                 MOVE "OVERGEZET" TO WS-RPT-ACTIE
                 PERFORM SCHRIJF-SAMENVOEGLIJN
              END-IF
           ELSE
              ADD 1 TO WS-REG-VOL-CNT
              DISPLAY "GIRRNRX4 - SLDQ-TABEL VOL - REKORD "
                      SLDO-RNR " WEGGEVALLEN"
           END-IF
           .
       LEZEN-SLDO.
      *************
           READ SLDO-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: IBRQ - DE PAREN WORDEN OVERGEZET, DUBBELS VALLEN WEG.
      *----------------------------------------------------------------
       MERGE-IBANREGISTER.
      *********************
           MOVE "N" TO WS-EOF-SW
           MOVE "IBRQ" TO WS-RPT-REGISTER
           OPEN INPUT IBRO-FILE
           IF WS-IBRO-STATUS = "00"
              PERFORM LEZEN-IBRO
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 MOVE IBRO-RNR TO WS-ALS-ZOEK
                 PERFORM ZOEK-ALIAS
                 SET WS-IBR-IDX TO 1
                 SEARCH WS-IBR-ENTRY
                    AT END
                       PERFORM IBR-TOEVOEGEN
                    WHEN WS-IBR-IDX > WS-IBR-COUNT
                       PERFORM IBR-TOEVOEGEN
                    WHEN WS-IBR-IBAN (WS-IBR-IDX) = IBRO-IBAN
                     AND WS-IBR-RNR (WS-IBR-IDX) = WS-ALS-DOEL
                       MOVE "SAMENGEVOEGD - DUBBEL PAAR"
                         TO WS-RPT-ACTIE
                       PERFORM SCHRIJF-SAMENVOEGLIJN
                 END-SEARCH
                 PERFORM LEZEN-IBRO
              END-PERFORM
              CLOSE IBRO-FILE
              OPEN OUTPUT IBRQ-FILE
              IF WS-IBRQ-STATUS NOT = "00"
                 DISPLAY "GIRRNRX4 - ERREUR OPEN IBRQ STATUS = "
                         WS-IBRQ-STATUS
                 STOP RUN
              END-IF
              PERFORM VARYING WS-IBR-SUB FROM 1 BY 1
                      UNTIL WS-IBR-SUB > WS-IBR-COUNT
                 MOVE WS-IBR-IBAN (WS-IBR-SUB) TO IBRQ-IBAN
                 MOVE WS-IBR-RNR (WS-IBR-SUB)  TO IBRQ-RNR
                 WRITE IBRQ-REC
              END-PERFORM
              CLOSE IBRQ-FILE
           END-IF
           .
       IBR-TOEVOEGEN.
      ****************
           IF WS-IBR-COUNT < 3000
              ADD 1 TO WS-IBR-COUNT
              MOVE IBRO-IBAN   TO WS-IBR-IBAN (WS-IBR-COUNT)
              MOVE WS-ALS-DOEL TO WS-IBR-RNR (WS-IBR-COUNT)
              IF WS-ALS-TREFFER
                 MOVE "OVERGEZET" TO WS-RPT-ACTIE
                 PERFORM SCHRIJF-SAMENVOEGLIJN
              END-IF
           ELSE
              ADD 1 TO WS-REG-VOL-CNT
              DISPLAY "GIRRNRX4 - IBRQ-TABEL VOL - REKORD "
                      IBRO-RNR " WEGGEVALLEN"
           END-IF
           .
       LEZEN-IBRO.
      *************
           READ IBRO-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: BSLQ - HET BESLAGDOSSIER VAN HET NIEUWE NUMMER GAAT
      *        VOOR; HET VERVALLEN DOSSIER STAAT IN HET VERSLAG ZODAT
      *        DE JURIDISCHE DIENST HET KAN NAZIEN.
      *----------------------------------------------------------------
       MERGE-BESLAGREGISTER.
      ***********************
           MOVE "N" TO WS-EOF-SW
           MOVE "BSLQ" TO WS-RPT-REGISTER
           OPEN INPUT BSLO-FILE
           IF WS-BSLO-STATUS = "00"
              PERFORM LEZEN-BSLO
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 MOVE BSLO-RNR TO WS-ALS-ZOEK
                 PERFORM ZOEK-ALIAS
                 SET WS-BSL-IDX TO 1
                 SEARCH WS-BSL-ENTRY
                    AT END
                       PERFORM BSL-TOEVOEGEN
                    WHEN WS-BSL-IDX > WS-BSL-COUNT
                       PERFORM BSL-TOEVOEGEN
                    WHEN WS-BSL-RNR (WS-BSL-IDX) = WS-ALS-DOEL
                       IF WS-BSL-OMGEZET (WS-BSL-IDX) = "J"
                          AND NOT WS-ALS-TREFFER
                          MOVE BSLO-DOSSIER
                            TO WS-BSL-DOSSIER (WS-BSL-IDX)
                          MOVE BSLO-SCHULDEISER
                            TO WS-BSL-SCHULDEISER (WS-BSL-IDX)
                          MOVE BSLO-PLAFOND
                            TO WS-BSL-PLAFOND (WS-BSL-IDX)
RVH126                    MOVE BSLO-EINDDATUM
RVH126                      TO WS-BSL-EINDDATUM (WS-BSL-IDX)
                          MOVE "N" TO WS-BSL-OMGEZET (WS-BSL-IDX)
                       END-IF
                       MOVE "SAMENGEVOEGD - NIEUW BEHOUDEN"
                         TO WS-RPT-ACTIE
                       PERFORM SCHRIJF-SAMENVOEGLIJN
                 END-SEARCH
                 PERFORM LEZEN-BSLO
              END-PERFORM
              CLOSE BSLO-FILE
              OPEN OUTPUT BSLQ-FILE
              IF WS-BSLQ-STATUS NOT = "00"
                 DISPLAY "GIRRNRX4 - ERREUR OPEN BSLQ STATUS = "
                         WS-BSLQ-STATUS
                 STOP RUN
              END-IF
              PERFORM VARYING WS-BSL-SUB FROM 1 BY 1
                      UNTIL WS-BSL-SUB > WS-BSL-COUNT
                 MOVE WS-BSL-RNR (WS-BSL-SUB)     TO BSLQ-RNR
                 MOVE WS-BSL-DOSSIER (WS-BSL-SUB) TO BSLQ-DOSSIER
                 MOVE WS-BSL-SCHULDEISER (WS-BSL-SUB)
                   TO BSLQ-SCHULDEISER
                 MOVE WS-BSL-PLAFOND (WS-BSL-SUB) TO BSLQ-PLAFOND
RVH126           MOVE WS-BSL-EINDDATUM (WS-BSL-SUB)
RVH126             TO BSLQ-EINDDATUM
                 WRITE BSLQ-REC
              END-PERFORM
              CLOSE BSLQ-FILE
           END-IF
           .
       BSL-TOEVOEGEN.
      ****************
           IF WS-BSL-COUNT < 2000
              ADD 1 TO WS-BSL-COUNT
              MOVE WS-ALS-DOEL      TO WS-BSL-RNR (WS-BSL-COUNT)
              MOVE BSLO-DOSSIER     TO WS-BSL-DOSSIER (WS-BSL-COUNT)
              MOVE BSLO-SCHULDEISER
                TO WS-BSL-SCHULDEISER (WS-BSL-COUNT)
              MOVE BSLO-PLAFOND     TO WS-BSL-PLAFOND (WS-BSL-COUNT)
RVH126        MOVE BSLO-EINDDATUM
RVH126          TO WS-BSL-EINDDATUM (WS-BSL-COUNT)
              MOVE "N"              TO WS-BSL-OMGEZET (WS-BSL-COUNT)
              IF WS-ALS-TREFFER
                 MOVE "J" TO WS-BSL-OMGEZET (WS-BSL-COUNT)
                 MOVE "OVERGEZET" TO WS-RPT-ACTIE
                 PERFORM SCHRIJF-SAMENVOEGLIJN
              END-IF
           ELSE
              ADD 1 TO WS-REG-VOL-CNT
              DISPLAY "GIRRNRX4 - BSLQ-TABEL VOL - REKORD "
                      BSLO-RNR " WEGGEVALLEN"
           END-IF
           .
       LEZEN-BSLO.
      *************
           READ BSLO-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: CUMQ - PER (NUMMER, CODE-LIBELLE, JAAR) WORDEN BEDRAG
      *        EN AANTAL GESOMMEERD.
      *----------------------------------------------------------------
       MERGE-JAARTOTALEN.
      ********************
           MOVE "N" TO WS-EOF-SW
           MOVE "CUMQ" TO WS-RPT-REGISTER
           OPEN INPUT CUMO-FILE
           IF WS-CUMO-STATUS = "00"
              PERFORM LEZEN-CUMO
              PERFORM WITH TEST BEFORE UNTIL WS-M-EOF
                 MOVE CUMO-RNR TO WS-ALS-ZOEK
                 PERFORM ZOEK-ALIAS
                 SET WS-CUM-IDX TO 1
                 SEARCH WS-CUM-ENTRY
                    AT END
                       PERFORM CUM-TOEVOEGEN
                    WHEN WS-CUM-IDX > WS-CUM-COUNT
                       PERFORM CUM-TOEVOEGEN
                    WHEN WS-CUM-RNR (WS-CUM-IDX) = WS-ALS-DOEL
                     AND WS-CUM-LIBEL (WS-CUM-IDX) = CUMO-LIBEL
                     AND WS-CUM-JAAR (WS-CUM-IDX) = CUMO-JAAR
                       ADD CUMO-TOTAAL-BEDRAG
                        TO WS-CUM-TOTAAL (WS-CUM-IDX)
                       ADD CUMO-AANTAL
                        TO WS-CUM-AANTAL (WS-CUM-IDX)
                       MOVE "SAMENGEVOEGD - GESOMMEERD"
                         TO WS-RPT-ACTIE
                       PERFORM SCHRIJF-SAMENVOEGLIJN
                 END-SEARCH
                 PERFORM LEZEN-CUMO
              END-PERFORM
              CLOSE CUMO-FILE
              OPEN OUTPUT CUMQ-FILE
              IF WS-CUMQ-STATUS NOT = "00"
                 DISPLAY "GIRRNRX4 - ERREUR OPEN CUMQ STATUS = "
                         WS-CUMQ-STATUS
                 STOP RUN
              END-IF
              PERFORM VARYING WS-CUM-SUB FROM 1 BY 1
                      UNTIL WS-CUM-SUB > WS-CUM-COUNT
                 MOVE WS-CUM-RNR (WS-CUM-SUB)    TO CUMQ-RNR
                 MOVE WS-CUM-LIBEL (WS-CUM-SUB)  TO CUMQ-LIBEL
                 MOVE WS-CUM-JAAR (WS-CUM-SUB)   TO CUMQ-JAAR
                 MOVE WS-CUM-TOTAAL (WS-CUM-SUB)
                   TO CUMQ-TOTAAL-BEDRAG
                 MOVE WS-CUM-AANTAL (WS-CUM-SUB) TO CUMQ-AANTAL
                 WRITE CUMQ-REC
              END-PERFORM
              CLOSE CUMQ-FILE
           END-IF
           .
       CUM-TOEVOEGEN.
      ****************
           IF WS-CUM-COUNT < 5000
              ADD 1 TO WS-CUM-COUNT
              MOVE WS-ALS-DOEL   TO WS-CUM-RNR (WS-CUM-COUNT)
              MOVE CUMO-LIBEL    TO WS-CUM-LIBEL (WS-CUM-COUNT)
              MOVE CUMO-JAAR     TO WS-CUM-JAAR (WS-CUM-COUNT)
              MOVE CUMO-TOTAAL-BEDRAG
                TO WS-CUM-TOTAAL (WS-CUM-COUNT)
              MOVE CUMO-AANTAL   TO WS-CUM-AANTAL (WS-CUM-COUNT)
              IF WS-ALS-TREFFER
                 MOVE "OVERGEZET" TO WS-RPT-ACTIE
                 PERFORM SCHRIJF-SAMENVOEGLIJN
              END-IF
           ELSE
              ADD 1 TO WS-REG-VOL-CNT
              DISPLAY "GIRRNRX4 - CUMQ-TABEL VOL - REKORD "
                      CUMO-RNR " WEGGEVALLEN"
           END-IF
           .
       LEZEN-CUMO.
      *************
           READ CUMO-FILE
              AT END
                 SET WS-M-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH122: VERSLAGLIJN VOOR EEN OVERGEZET OF SAMENGEVOEGD REKORD.
      *        EEN REKORD DAT AL OP ZIJN DEFINITIEF NUMMER STOND EN
      *        GEEN ANDER REKORD RAAKTE, KOMT NIET IN HET VERSLAG.
      *----------------------------------------------------------------
       SCHRIJF-SAMENVOEGLIJN.
      ************************
           IF WS-RPT-ACTIE = "OVERGEZET"
              ADD 1 TO WS-REG-OVER-CNT
           ELSE
              ADD 1 TO WS-REG-SAMEN-CNT
           END-IF
           MOVE WS-ALS-ZOEK TO WS-RPT-OUD
           MOVE SPACES TO RNRR-REC
           STRING "  "                   DELIMITED BY SIZE
                  WS-RPT-REGISTER        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-RPT-OUD             DELIMITED BY SIZE
                  " NAAR "               DELIMITED BY SIZE
                  WS-ALS-DOEL            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-RPT-ACTIE           DELIMITED BY SIZE
                                    INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           .
      *
       FIN-VERVANGING.
      *****************
           MOVE SPACES TO RNRR-REC
           WRITE RNRR-REC
           MOVE WS-VRV-CNT TO WS-DISPLAY-CNT
           MOVE SPACES TO RNRR-REC
           STRING "VERVANGINGEN GELEZEN      : " DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                                           INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           DISPLAY "GIRRNRX4 - VERVANGINGEN GELEZEN : " WS-DISPLAY-CNT
           MOVE WS-VRV-VERW-CNT TO WS-DISPLAY-CNT
           MOVE SPACES TO RNRR-REC
           STRING "VERVANGINGEN VERWORPEN    : " DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                                           INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           DISPLAY "GIRRNRX4 - VERWORPEN            : " WS-DISPLAY-CNT
           MOVE WS-VRV-WACHT-CNT TO WS-DISPLAY-CNT
           MOVE SPACES TO RNRR-REC
           STRING "VERVANGINGEN UITGESTELD   : " DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                                           INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           DISPLAY "GIRRNRX4 - UITGESTELD           : " WS-DISPLAY-CNT
           MOVE WS-ALS-COUNT TO WS-DISPLAY-CNT
           MOVE SPACES TO RNRR-REC
           STRING "ALIASSEN IN REGISTER      : " DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                                           INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           DISPLAY "GIRRNRX4 - ALIASSEN             : " WS-DISPLAY-CNT
           MOVE WS-REG-OVER-CNT TO WS-DISPLAY-CNT
           MOVE SPACES TO RNRR-REC
           STRING "REKORDS OVERGEZET         : " DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                                           INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           DISPLAY "GIRRNRX4 - REKORDS OVERGEZET    : " WS-DISPLAY-CNT
           MOVE WS-REG-SAMEN-CNT TO WS-DISPLAY-CNT
           MOVE SPACES TO RNRR-REC
           STRING "REKORDS SAMENGEVOEGD      : " DELIMITED BY SIZE
                  WS-DISPLAY-CNT                DELIMITED BY SIZE
                                           INTO RNRR-REC
           END-STRING
           WRITE RNRR-REC
           DISPLAY "GIRRNRX4 - REKORDS SAMENGEVOEGD : " WS-DISPLAY-CNT
           IF WS-REG-VOL-CNT > ZERO
              MOVE WS-REG-VOL-CNT TO WS-DISPLAY-CNT
              MOVE SPACES TO RNRR-REC
              STRING "REKORDS WEGGEVALLEN (TABEL VOL) : "
                                                DELIMITED BY SIZE
                     WS-DISPLAY-CNT             DELIMITED BY SIZE
                                           INTO RNRR-REC
              END-STRING
              WRITE RNRR-REC
              DISPLAY "GIRRNRX4 - WEGGEVALLEN (VOL)    : "
                      WS-DISPLAY-CNT
           END-IF
           CLOSE RNRR-FILE
           .

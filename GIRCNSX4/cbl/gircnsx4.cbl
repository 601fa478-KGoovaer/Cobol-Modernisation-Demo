      ******************************************************************
      **  GIRCNSX4 : NACHTELIJKE CONSISTENTIECONTROLE TUSSEN DE        *
      **  --------   REGISTERS EN WACHTRIJEN                           *
      **                                                               *
      **  - ELK REGISTER WORDT DOOR ZIJN EIGEN DIENST ONDERHOUDEN EN   *
      **    NIEMAND ZIET DE TEGENSTRIJDIGHEDEN TUSSEN HEN: EEN         *
      **    OVERLEDEN LID MET NOG EEN BEWINDVOERDER-OMLEIDING, EEN     *
      **    VOORUITBETALING OF EEN ACTIEF MANDAAT, EEN BESLAG WAARVAN  *
      **    DE EINDDATUM VERSTREKEN IS, ENZ.                           *
      **  - DIT PROGRAMMA LEEST DE REGISTERS EN WACHTRIJEN (DE         *
      **    GESLEUTELDE MASTERS BSLQ EN SLDQ ALS SEQUENTIELE KOPIE,    *
      **    ZIE GIRREGX4) EN TOETST ZE AAN EEN CATALOGUS VAN REGELS:   *
      **      C01 OVERLEDEN (OVLQ) MET BEWINDVOERDER (BWRQ)            *
      **      C02 OVERLEDEN MET VOORUITBETALING (FWDQ)                 *
      **      C03 OVERLEDEN MET ACTIEF MANDAAT (MNDQ)                  *
      **      C04 BESLAG (BSLQ) MET VERSTREKEN EINDDATUM               *
      **      C05 NAAM BEWINDVOERDER OP DE SANCTIELIJST (SCRQ)         *
      **      C06 IBAN BEWINDVOERDER OP DE IBAN-WATCHLIST (IBWQ)       *
      **      C07 SCHULD (SLDQ) VAN EEN OVERLEDENE ZONDER              *
      **          NALATENSCHAPSDOSSIER (NALQ)                          *
      **  - DE BEVINDINGEN KOMEN OP EEN UITZONDERINGSLIJST (CNSR),     *
      **    GEGROEPEERD PER BEHERENDE DIENST.                          *
      **  - ELKE BEVINDING WORDT BOVENDIEN VOORGESTELD ALS GIRREGX4-   *
      **    MUTATIE (CNSM, ZELFDE INDELING ALS HET MUTATIEBESTAND      *
      **    REGT): EEN BETALINGSSTOP (STPQ) OP HET RIJKSNUMMER OF HET  *
      **    IBAN, HET VERVALLEN VAN HET MANDAAT (MNDQ) OF HET          *
      **    SCHRAPPEN VAN HET BESLAG (BSLQ). DE GEBRUIKER IS           *
      **    "GIRCNSX4", DE CONTROLEUR BLIJFT BLANCO: PAS WANNEER DE    *
      **    DIENST DE MUTATIE GOEDKEURT EN ZIJN CONTROLEUR INVULT,     *
      **    AANVAARDT GIRREGX4 ZE (VIER-OGENPRINCIPE, ZIE AUTQ). DE    *
      **    JCL SORTEERT CNSM OP REGISTER EN SLEUTEL.                  *
      **  - BWRQ ZELF IS GEEN GIRREGX4-REGISTER; VOOR EEN BEVINDING    *
      **    OP DE BEWINDVOERING WORDT DE BETALING GESTOPT EN SLUIT DE  *
      **    JURIDISCHE DIENST HET BEWIND IN BWRQ.                      *
      **  - EEN STOP DIE AL ACTIEF IN STPQ STAAT OF IN DEZE RUN AL     *
      **    WERD VOORGESTELD, WORDT NIET NOGMAALS VOORGESTELD; EEN     *
      **    VERVALLEN STOP OP DEZELFDE SLEUTEL WORDT GEWIJZIGD ("C").  *
      **                                                               *
      ******************************************************************
      *RVH126: NIEUW PROGRAMMA - NACHTELIJKE CONSISTENTIECONTROLE
      *        TUSSEN DE REGISTERS MET MUTATIEVOORSTELLEN VOOR
      *        GIRREGX4.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRCNSX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH126*
RVH126* RVH126 15/10/2026
RVH126*     NIEUW PROGRAMMA : CONSISTENTIECONTROLE OVLQ, BWRQ, FWDQ,
RVH126*     MNDQ, BSLQ, SCRQ, IBWQ, SLDQ EN NALQ - UITZONDERINGS-
RVH126*     LIJST PER DIENST EN MUTATIEVOORSTELLEN VOOR GIRREGX4.
RVH126*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH126: OVERLIJDENSREGISTER (ZELFDE INDELING ALS OVLQ-REC IN
      *        TRBFNCX4).
      *----------------------------------------------------------------
           SELECT OVLQ-FILE ASSIGN TO OVLQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-OVLQ-STATUS.
      *----------------------------------------------------------------
      *RVH126: BEWINDVOERDERSREGISTER (ZELFDE INDELING ALS BWRQ-REC IN
      *        TRBFNCX4).
      *----------------------------------------------------------------
           SELECT BWRQ-FILE ASSIGN TO BWRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BWRQ-STATUS.
      *----------------------------------------------------------------
      *RVH126: VOORUITBETALINGSWACHTRIJ EN NALATENSCHAPSWACHTRIJ
      *        (ZELFDE INDELINGEN ALS FWDQ-REC EN NALQ-REC IN
      *        TRBFNCX4).
      *----------------------------------------------------------------
           SELECT FWDQ-FILE ASSIGN TO FWDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FWDQ-STATUS.
           SELECT NALQ-FILE ASSIGN TO NALQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NALQ-STATUS.
      *----------------------------------------------------------------
      *RVH126: MANDATENREGISTER (ZELFDE INDELING ALS MNDQ-REC IN
      *        TRBFNCX4).
      *----------------------------------------------------------------
           SELECT MNDQ-FILE ASSIGN TO MNDQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MNDQ-STATUS.
      *----------------------------------------------------------------
      *RVH126: SEQUENTIELE KOPIE VAN DE GESLEUTELDE MASTERS BSLQ EN
      *        SLDQ - DE JCL ONTLAADT ZE VOORAF (ZIE GIRREGX4).
      *----------------------------------------------------------------
           SELECT BSLO-FILE ASSIGN TO BSLO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BSLO-STATUS.
           SELECT SLDO-FILE ASSIGN TO SLDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SLDO-STATUS.
      *----------------------------------------------------------------
      *RVH126: SANCTIESCREENINGLIJST, IBAN-WATCHLIST EN BETALINGS-
      *        STOPREGISTER (ZELFDE INDELINGEN ALS IN TRBFNCX4).
      *----------------------------------------------------------------
           SELECT SCRQ-FILE ASSIGN TO SCRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SCRQ-STATUS.
           SELECT IBWQ-FILE ASSIGN TO IBWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-IBWQ-STATUS.
           SELECT STPQ-FILE ASSIGN TO STPQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-STPQ-STATUS.
      *----------------------------------------------------------------
      *RVH126: UITZONDERINGSLIJST PER DIENST.
      *----------------------------------------------------------------
           SELECT CNSR-FILE ASSIGN TO CNSR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CNSR-STATUS.
      *----------------------------------------------------------------
      *RVH126: MUTATIEVOORSTELLEN IN DE REGT-INDELING VAN GIRREGX4.
      *----------------------------------------------------------------
           SELECT CNSM-FILE ASSIGN TO CNSM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CNSM-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  OVLQ-FILE
           RECORDING MODE IS F.
       01  OVLQ-REC.
           05  OVLQ-RNR                 PIC X(13).
           05  OVLQ-DATUM               PIC 9(08).
       FD  BWRQ-FILE
           RECORDING MODE IS F.
       01  BWRQ-REC.
           05  BWRQ-RNR                 PIC X(13).
           05  BWRQ-NAAM                PIC X(30).
           05  BWRQ-IBAN                PIC X(34).
           05  BWRQ-VONNIS              PIC X(12).
       FD  FWDQ-FILE
           RECORDING MODE IS F.
       01  FWDQ-REC                     PIC X(186).
       FD  NALQ-FILE
           RECORDING MODE IS F.
       01  NALQ-REC.
           05  NALQ-PPR                 PIC X(186).
           05  NALQ-DATOVL              PIC 9(08).
       FD  MNDQ-FILE
           RECORDING MODE IS F.
       01  MNDQ-REC.
           05  MNDQ-RNR                 PIC X(13).
           05  MNDQ-REFERENTIE          PIC X(35).
           05  MNDQ-ONDERTEKEND         PIC 9(08).
           05  MNDQ-LAATST-GEBRUIKT     PIC 9(08).
           05  MNDQ-SEQUENTIE           PIC X(04).
           05  MNDQ-STATUS              PIC X(01).
               88  MNDQ-ACTIEF          VALUE "A".
               88  MNDQ-VERVALLEN       VALUE "V".
       FD  BSLO-FILE
           RECORDING MODE IS F.
       01  BSLO-REC.
           05  BSLO-RNR                 PIC X(13).
           05  BSLO-DOSSIER             PIC X(12).
           05  BSLO-SCHULDEISER         PIC X(30).
           05  BSLO-PLAFOND             PIC S9(08).
           05  BSLO-EINDDATUM           PIC 9(08).
       FD  SLDO-FILE
           RECORDING MODE IS F.
       01  SLDO-REC.
           05  SLDO-RNR                 PIC X(13).
           05  SLDO-OPENSTAAND          PIC S9(08).
       FD  SCRQ-FILE
           RECORDING MODE IS F.
       01  SCRQ-REC.
           05  SCRQ-NAAM                PIC X(30).
           05  SCRQ-LND                 PIC X(03).
       FD  IBWQ-FILE
           RECORDING MODE IS F.
       01  IBWQ-REC.
           05  IBWQ-IBAN                PIC X(34).
           05  IBWQ-REDEN               PIC X(20).
           05  IBWQ-BRON                PIC X(01).
           05  IBWQ-DATUM               PIC 9(08).
       FD  STPQ-FILE
           RECORDING MODE IS F.
       01  STPQ-REC.
           05  STPQ-SOORT               PIC X(01).
           05  STPQ-SLEUTEL             PIC X(34).
           05  STPQ-REDEN               PIC X(20).
           05  STPQ-AANVRAGER           PIC X(01).
           05  STPQ-FEDERATIE           PIC 9(03).
           05  STPQ-VERVALDATUM         PIC 9(08).
       FD  CNSR-FILE
           RECORDING MODE IS F.
       01  CNSR-REC                     PIC X(120).
       FD  CNSM-FILE
           RECORDING MODE IS F.
       01  CNSM-REC.
           05  CNSM-REGISTER            PIC X(04).
           05  CNSM-ACTIE               PIC X(01).
           05  CNSM-INGANGSDATUM        PIC 9(08).
           05  CNSM-GEBRUIKER           PIC X(08).
           05  CNSM-DATA                PIC X(80).
           05  CNSM-CONTROLEUR          PIC X(08).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-OVLQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-BWRQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-FWDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-NALQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-MNDQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-BSLO-STATUS               PIC XX VALUE ZEROES.
       01  WS-SLDO-STATUS               PIC XX VALUE ZEROES.
       01  WS-SCRQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-IBWQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-STPQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-CNSR-STATUS               PIC XX VALUE ZEROES.
       01  WS-CNSM-STATUS               PIC XX VALUE ZEROES.
       01  WS-OVLQ-EOF-SW               PIC X VALUE "N".
           88  WS-OVLQ-EOF              VALUE "Y".
       01  WS-BWRQ-EOF-SW               PIC X VALUE "N".
           88  WS-BWRQ-EOF              VALUE "Y".
       01  WS-FWDQ-EOF-SW               PIC X VALUE "N".
           88  WS-FWDQ-EOF              VALUE "Y".
       01  WS-NALQ-EOF-SW               PIC X VALUE "N".
           88  WS-NALQ-EOF              VALUE "Y".
       01  WS-MNDQ-EOF-SW               PIC X VALUE "N".
           88  WS-MNDQ-EOF              VALUE "Y".
       01  WS-BSLO-EOF-SW               PIC X VALUE "N".
           88  WS-BSLO-EOF              VALUE "Y".
       01  WS-SLDO-EOF-SW               PIC X VALUE "N".
           88  WS-SLDO-EOF              VALUE "Y".
       01  WS-SCRQ-EOF-SW               PIC X VALUE "N".
           88  WS-SCRQ-EOF              VALUE "Y".
       01  WS-IBWQ-EOF-SW               PIC X VALUE "N".
           88  WS-IBWQ-EOF              VALUE "Y".
       01  WS-STPQ-EOF-SW               PIC X VALUE "N".
           88  WS-STPQ-EOF              VALUE "Y".
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH126: REGISTERS IN HET GEHEUGEN - OVERLIJDENS, RIJKSNUMMERS
      *        MET EEN NALATENSCHAPSDOSSIER, DE GENORMALISEERDE
      *        SANCTIELIJST, DE WATCHLIST EN DE BESTAANDE STOPS.
      *----------------------------------------------------------------
       01  WS-OVL-TABLE.
           05  WS-OVL-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-OVL-IDX.
               10  WS-OVL-RNR           PIC X(13).
               10  WS-OVL-DATUM         PIC 9(08).
       01  WS-OVL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-OVL-HIT-SW                PIC X VALUE "N".
           88  WS-OVL-TREFFER           VALUE "Y".
       01  WS-OVL-HIT-DATUM             PIC 9(08) VALUE ZERO.
       01  WS-NAL-TABLE.
           05  WS-NAL-RNR OCCURS 5000 TIMES
                          INDEXED BY WS-NAL-IDX
                                        PIC X(13).
       01  WS-NAL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-NAL-HIT-SW                PIC X VALUE "N".
           88  WS-NAL-TREFFER           VALUE "Y".
       01  WS-SCR-TABLE.
           05  WS-SCR-NAAM OCCURS 1000 TIMES
                           INDEXED BY WS-SCR-IDX
                                        PIC X(30).
       01  WS-SCR-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-IBW-TABLE.
           05  WS-IBW-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-IBW-IDX.
               10  WS-IBW-IBAN          PIC X(34).
               10  WS-IBW-REDEN         PIC X(20).
       01  WS-IBW-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-STP-IDX.
               10  WS-STP-SOORT         PIC X(01).
               10  WS-STP-SLEUTEL       PIC X(34).
               10  WS-STP-VERVALDATUM   PIC 9(08).
       01  WS-STP-COUNT                 PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH126: IN DEZE RUN AL VOORGESTELDE STOPS - EEN RIJKSNUMMER DAT
      *        OP MEER DAN EEN REGEL BOTST KRIJGT EEN ENKEL VOORSTEL.
      *----------------------------------------------------------------
       01  WS-VST-TABLE.
           05  WS-VST-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-VST-IDX.
               10  WS-VST-SOORT         PIC X(01).
               10  WS-VST-SLEUTEL       PIC X(34).
       01  WS-VST-COUNT                 PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH126: DE GEVRAAGDE STOP VAN DE BEVINDING IN BEHANDELING.
      *----------------------------------------------------------------
       01  WS-STOP-SOORT                PIC X(01).
       01  WS-STOP-SLEUTEL              PIC X(34).
       01  WS-STOP-REDEN                PIC X(20).
       01  WS-STOP-FEDERATIE            PIC 9(03).
       01  WS-STOP-BEELD.
           05  WS-SB-SOORT              PIC X(01).
           05  WS-SB-SLEUTEL            PIC X(34).
           05  WS-SB-REDEN              PIC X(20).
           05  WS-SB-AANVRAGER          PIC X(01).
           05  WS-SB-FEDERATIE          PIC 9(03).
           05  WS-SB-VERVALDATUM        PIC 9(08).
           05  FILLER                   PIC X(13).
      *----------------------------------------------------------------
      *RVH126: DE BEHERENDE DIENSTEN, IN DE VOLGORDE VAN DE LIJST.
      *----------------------------------------------------------------
       01  WS-DIENST-WAARDEN.
           05  FILLER                   PIC X(30)
                                   VALUE "JURIDISCHE DIENST".
           05  FILLER                   PIC X(30)
                                   VALUE "DIENST NALATENSCHAPPEN".
           05  FILLER                   PIC X(30)
                                   VALUE "DIENST INVORDERING".
           05  FILLER                   PIC X(30)
                                   VALUE "COMPLIANCE".
       01  WS-DIENST-TABLE REDEFINES WS-DIENST-WAARDEN.
           05  WS-DIENST-NAAM OCCURS 4 TIMES
                                        PIC X(30).
       01  WS-DIENST-SUB                PIC 9(01).
       01  WS-DIENST-CNT                PIC 9(05).
      *----------------------------------------------------------------
      *RVH126: BEVINDINGEN - VERZAMELD TIJDENS DE CONTROLES EN NADIEN
      *        PER DIENST AFGEDRUKT.
      *----------------------------------------------------------------
       01  WS-BEV-TABLE.
           05  WS-BEV-ENTRY OCCURS 5000 TIMES.
               10  WS-BEV-DIENST        PIC 9(01).
               10  WS-BEV-REGEL         PIC X(03).
               10  WS-BEV-SLEUTEL       PIC X(34).
               10  WS-BEV-TEKST         PIC X(40).
               10  WS-BEV-VOORSTEL      PIC X(24).
       01  WS-BEV-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BEV-SUB                   PIC 9(04).
       01  WS-BEV-OVERLOOP-SW           PIC X VALUE "N".
           88  WS-BEV-OVERLOOP          VALUE "Y".
       01  WS-NIEUW-DIENST              PIC 9(01).
       01  WS-NIEUW-REGEL               PIC X(03).
       01  WS-NIEUW-SLEUTEL             PIC X(34).
       01  WS-NIEUW-TEKST               PIC X(40).
       01  WS-NIEUW-VOORSTEL            PIC X(24).
      *----------------------------------------------------------------
      *RVH126: AFDRUKLIJNEN VAN DE UITZONDERINGSLIJST.
      *----------------------------------------------------------------
       01  WS-LIJN-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-REGEL              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-SLEUTEL            PIC X(34).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-TEKST              PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-VOORSTEL           PIC X(24).
           05  FILLER                   PIC X(11) VALUE SPACES.
       01  WS-LIJN-KOLOM.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "REGEL".
           05  FILLER                   PIC X(34)
                                   VALUE "SLEUTEL".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40)
                                   VALUE "BEVINDING".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(24)
                                   VALUE "VOORSTEL GIRREGX4".
           05  FILLER                   PIC X(11) VALUE SPACES.
       01  WS-NORM-NAAM                 PIC X(30).
       01  WS-EDIT-BEDRAG               PIC Z(07)9.
       01  WS-EDIT-KONST                PIC 9(10).
       01  WS-EDIT-VOLGNR               PIC 9(04).
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
       01  WS-CNT-BEVINDING             PIC 9(05) VALUE ZERO.
       01  WS-CNT-MUTATIE               PIC 9(05) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-CONTROLE SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-CONTROLE.
      *---------------------------------
           PERFORM OPEN-CONTROLE
           PERFORM LADEN-OVERLIJDENS
           PERFORM LADEN-NALATENSCHAPPEN
           PERFORM LADEN-SANCTIELIJST
           PERFORM LADEN-WATCHLIST
           PERFORM LADEN-STOPS
           PERFORM CONTROLE-BEWINDVOERING
           PERFORM CONTROLE-VOORUITBETALING
           PERFORM CONTROLE-MANDATEN
           PERFORM CONTROLE-BESLAG
           PERFORM CONTROLE-SCHULDEN
           PERFORM AFDRUKKEN-LIJST
           PERFORM FIN-CONTROLE
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-CONTROLE.
      ****************
           OPEN OUTPUT CNSR-FILE
           IF WS-CNSR-STATUS NOT = "00"
              DISPLAY "GIRCNSX4 - ERREUR OPEN CNSR STATUS = "
                      WS-CNSR-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT CNSM-FILE
           IF WS-CNSM-STATUS NOT = "00"
              DISPLAY "GIRCNSX4 - ERREUR OPEN CNSM STATUS = "
                      WS-CNSM-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           MOVE SPACES TO CNSR-REC
           STRING "GIRCNSX4 - CONSISTENTIECONTROLE REGISTERS VAN "
                                        DELIMITED BY SIZE
                  WS-VANDAAG            DELIMITED BY SIZE
                                        INTO CNSR-REC
           END-STRING
           WRITE CNSR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH126: EEN ONTBREKEND REGISTER IS GEEN FOUT - DE REGELS DIE
      *        ERVAN AFHANGEN VALLEN DAN WEG, EN DE LIJST VERMELDT
      *        HET (ZIE MELD-ONTBREKEND).
      *----------------------------------------------------------------
       LADEN-OVERLIJDENS.
      ********************
           OPEN INPUT OVLQ-FILE
           IF WS-OVLQ-STATUS = "00"
              PERFORM LEZEN-OVLQ
              PERFORM WITH TEST BEFORE UNTIL WS-OVLQ-EOF
                 IF WS-OVL-COUNT < 5000
                    ADD 1 TO WS-OVL-COUNT
                    MOVE OVLQ-RNR   TO WS-OVL-RNR (WS-OVL-COUNT)
                    MOVE OVLQ-DATUM TO WS-OVL-DATUM (WS-OVL-COUNT)
                 ELSE
                    DISPLAY "GIRCNSX4 - OVLQ-TABEL VOL - REKORD "
                            OVLQ-RNR " WEGGEVALLEN"
                 END-IF
                 PERFORM LEZEN-OVLQ
              END-PERFORM
              CLOSE OVLQ-FILE
           ELSE
              MOVE "OVLQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           END-IF
           .
      *
       LEZEN-OVLQ.
      *************
           READ OVLQ-FILE
              AT END
                 SET WS-OVLQ-EOF TO TRUE
           END-READ
           .
      *
       LADEN-NALATENSCHAPPEN.
      ************************
           OPEN INPUT NALQ-FILE
           IF WS-NALQ-STATUS = "00"
              PERFORM LEZEN-NALQ
              PERFORM WITH TEST BEFORE UNTIL WS-NALQ-EOF
                 MOVE NALQ-PPR TO PPR-RECORD
                 IF WS-NAL-COUNT < 5000
                    ADD 1 TO WS-NAL-COUNT
                    MOVE TRBFN-RNR TO WS-NAL-RNR (WS-NAL-COUNT)
                 ELSE
                    DISPLAY "GIRCNSX4 - NALQ-TABEL VOL - REKORD "
                            TRBFN-RNR " WEGGEVALLEN"
                 END-IF
                 PERFORM LEZEN-NALQ
              END-PERFORM
              CLOSE NALQ-FILE
           ELSE
              MOVE "NALQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           END-IF
           .
      *
       LEZEN-NALQ.
      *************
           READ NALQ-FILE
              AT END
                 SET WS-NALQ-EOF TO TRUE
           END-READ
           .
      *
       LADEN-SANCTIELIJST.
      *********************
           OPEN INPUT SCRQ-FILE
           IF WS-SCRQ-STATUS = "00"
              PERFORM LEZEN-SCRQ
              PERFORM WITH TEST BEFORE UNTIL WS-SCRQ-EOF
                 IF WS-SCR-COUNT < 1000
                    ADD 1 TO WS-SCR-COUNT
                    MOVE SCRQ-NAAM TO WS-NORM-NAAM
                    PERFORM NORMALISEER-NAAM
                    MOVE WS-NORM-NAAM TO WS-SCR-NAAM (WS-SCR-COUNT)
                 ELSE
                    DISPLAY "GIRCNSX4 - SCRQ-TABEL VOL - REKORD "
                            SCRQ-NAAM " WEGGEVALLEN"
                 END-IF
                 PERFORM LEZEN-SCRQ
              END-PERFORM
              CLOSE SCRQ-FILE
           ELSE
              MOVE "SCRQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           END-IF
           .
      *
       LEZEN-SCRQ.
      *************
           READ SCRQ-FILE
              AT END
                 SET WS-SCRQ-EOF TO TRUE
           END-READ
           .
      *
       LADEN-WATCHLIST.
      ******************
           OPEN INPUT IBWQ-FILE
           IF WS-IBWQ-STATUS = "00"
              PERFORM LEZEN-IBWQ
              PERFORM WITH TEST BEFORE UNTIL WS-IBWQ-EOF
                 IF WS-IBW-COUNT < 2000
                    ADD 1 TO WS-IBW-COUNT
                    MOVE IBWQ-IBAN  TO WS-IBW-IBAN (WS-IBW-COUNT)
                    MOVE IBWQ-REDEN TO WS-IBW-REDEN (WS-IBW-COUNT)
                 ELSE
                    DISPLAY "GIRCNSX4 - IBWQ-TABEL VOL - REKORD "
                            IBWQ-IBAN " WEGGEVALLEN"
                 END-IF
                 PERFORM LEZEN-IBWQ
              END-PERFORM
              CLOSE IBWQ-FILE
           ELSE
              MOVE "IBWQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           END-IF
           .
      *
       LEZEN-IBWQ.
      *************
           READ IBWQ-FILE
              AT END
                 SET WS-IBWQ-EOF TO TRUE
           END-READ
           .
      *
       LADEN-STOPS.
      **************
           OPEN INPUT STPQ-FILE
           IF WS-STPQ-STATUS = "00"
              PERFORM LEZEN-STPQ
              PERFORM WITH TEST BEFORE UNTIL WS-STPQ-EOF
                 IF WS-STP-COUNT < 2000
                    ADD 1 TO WS-STP-COUNT
                    MOVE STPQ-SOORT   TO WS-STP-SOORT (WS-STP-COUNT)
                    MOVE STPQ-SLEUTEL TO WS-STP-SLEUTEL (WS-STP-COUNT)
                    MOVE STPQ-VERVALDATUM
                      TO WS-STP-VERVALDATUM (WS-STP-COUNT)
                 ELSE
                    DISPLAY "GIRCNSX4 - STPQ-TABEL VOL - REKORD "
                            STPQ-SLEUTEL " WEGGEVALLEN"
                 END-IF
                 PERFORM LEZEN-STPQ
              END-PERFORM
              CLOSE STPQ-FILE
           ELSE
              MOVE "STPQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           END-IF
           .
      *
       LEZEN-STPQ.
      *************
           READ STPQ-FILE
              AT END
                 SET WS-STPQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH126: C01/C05/C06 - BEWINDVOERDERSREGISTER TEGEN OVERLIJDENS,
      *        SANCTIELIJST EN WATCHLIST.
      *----------------------------------------------------------------
       CONTROLE-BEWINDVOERING.
      *************************
           OPEN INPUT BWRQ-FILE
           IF WS-BWRQ-STATUS NOT = "00"
              MOVE "BWRQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           ELSE
              PERFORM LEZEN-BWRQ
              PERFORM WITH TEST BEFORE UNTIL WS-BWRQ-EOF
                 MOVE BWRQ-RNR TO TRBFN-RNR
                 PERFORM ZOEK-OVERLIJDEN
                 IF WS-OVL-TREFFER
                    MOVE 1        TO WS-NIEUW-DIENST
                    MOVE "C01"    TO WS-NIEUW-REGEL
                    MOVE BWRQ-RNR TO WS-NIEUW-SLEUTEL
                    MOVE SPACES   TO WS-NIEUW-TEKST
                    STRING "OVERLEDEN " DELIMITED BY SIZE
                           WS-OVL-HIT-DATUM DELIMITED BY SIZE
                           " - BEWIND " DELIMITED BY SIZE
                           BWRQ-VONNIS DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                    END-STRING
                    MOVE "R"      TO WS-STOP-SOORT
                    MOVE BWRQ-RNR TO WS-STOP-SLEUTEL
                    MOVE "OVERLEDEN - BEWIND" TO WS-STOP-REDEN
                    MOVE ZERO     TO WS-STOP-FEDERATIE
                    PERFORM VOORSTEL-STOP
                    PERFORM TOEVOEGEN-BEVINDING
                 END-IF
                 MOVE BWRQ-NAAM TO WS-NORM-NAAM
                 PERFORM NORMALISEER-NAAM
                 IF WS-SCR-COUNT > ZERO
                    SET WS-SCR-IDX TO 1
                    SEARCH WS-SCR-NAAM
                       AT END
                          CONTINUE
                       WHEN WS-SCR-NAAM (WS-SCR-IDX) = WS-NORM-NAAM
                          MOVE 4         TO WS-NIEUW-DIENST
                          MOVE "C05"     TO WS-NIEUW-REGEL
                          MOVE BWRQ-RNR  TO WS-NIEUW-SLEUTEL
                          MOVE SPACES    TO WS-NIEUW-TEKST
                          STRING "SANCTIELIJST: " DELIMITED BY SIZE
                                 BWRQ-NAAM DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                          END-STRING
                          PERFORM STOP-BEWINDVOERDER
                    END-SEARCH
                 END-IF
                 IF WS-IBW-COUNT > ZERO AND BWRQ-IBAN NOT = SPACES
                    SET WS-IBW-IDX TO 1
                    SEARCH WS-IBW-ENTRY
                       AT END
                          CONTINUE
                       WHEN WS-IBW-IBAN (WS-IBW-IDX) = BWRQ-IBAN
                          MOVE 4         TO WS-NIEUW-DIENST
                          MOVE "C06"     TO WS-NIEUW-REGEL
                          MOVE BWRQ-RNR  TO WS-NIEUW-SLEUTEL
                          MOVE SPACES    TO WS-NIEUW-TEKST
                          STRING "WATCHLIST: " DELIMITED BY SIZE
                                 WS-IBW-REDEN (WS-IBW-IDX)
                                           DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                          END-STRING
                          PERFORM STOP-BEWINDVOERDER
                    END-SEARCH
                 END-IF
                 PERFORM LEZEN-BWRQ
              END-PERFORM
              CLOSE BWRQ-FILE
           END-IF
           .
      *
       LEZEN-BWRQ.
      *************
           READ BWRQ-FILE
              AT END
                 SET WS-BWRQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH126: C05/C06 - STOP OP HET IBAN VAN DE BEWINDVOERDER; ZONDER
      *        IBAN VALT ER NIETS TE STOPPEN EN BLIJFT HET BIJ DE
      *        MELDING.
      *----------------------------------------------------------------
       STOP-BEWINDVOERDER.
      *********************
           IF BWRQ-IBAN = SPACES
              MOVE "GEEN IBAN - ENKEL MELDING" TO WS-NIEUW-VOORSTEL
           ELSE
              MOVE "I"       TO WS-STOP-SOORT
              MOVE BWRQ-IBAN TO WS-STOP-SLEUTEL
              MOVE "BEWINDVOERDER GEMELD" TO WS-STOP-REDEN
              MOVE ZERO      TO WS-STOP-FEDERATIE
              PERFORM VOORSTEL-STOP
           END-IF
           PERFORM TOEVOEGEN-BEVINDING
           .
      *
      *----------------------------------------------------------------
      *RVH126: C02 - VOORUITBETALINGEN VAN EEN OVERLEDENE (GIROVLX4
      *        VANGT ENKEL DE OVERLIJDENS DIE VOOR ZIJN STAP GEMELD
      *        WAREN).
      *----------------------------------------------------------------
       CONTROLE-VOORUITBETALING.
      ***************************
           OPEN INPUT FWDQ-FILE
           IF WS-FWDQ-STATUS NOT = "00"
              MOVE "FWDQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           ELSE
              PERFORM LEZEN-FWDQ
              PERFORM WITH TEST BEFORE UNTIL WS-FWDQ-EOF
                 MOVE FWDQ-REC TO PPR-RECORD
                 PERFORM ZOEK-OVERLIJDEN
                 IF WS-OVL-TREFFER
                    MOVE 2         TO WS-NIEUW-DIENST
                    MOVE "C02"     TO WS-NIEUW-REGEL
                    MOVE TRBFN-RNR TO WS-NIEUW-SLEUTEL
                    MOVE TRBFN-CONSTANTE TO WS-EDIT-KONST
                    MOVE TRBFN-NO-SUITE  TO WS-EDIT-VOLGNR
                    MOVE SPACES    TO WS-NIEUW-TEKST
                    STRING "VOORUITBETALING " DELIMITED BY SIZE
                           WS-EDIT-KONST DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-EDIT-VOLGNR DELIMITED BY SIZE
                           " OVL " DELIMITED BY SIZE
                           WS-OVL-HIT-DATUM DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                    END-STRING
                    MOVE "R"       TO WS-STOP-SOORT
                    MOVE TRBFN-RNR TO WS-STOP-SLEUTEL
                    MOVE "OVERLEDEN - FWDQ" TO WS-STOP-REDEN
                    MOVE TRBFN-PPR-FED TO WS-STOP-FEDERATIE
                    PERFORM VOORSTEL-STOP
                    PERFORM TOEVOEGEN-BEVINDING
                 END-IF
                 PERFORM LEZEN-FWDQ
              END-PERFORM
              CLOSE FWDQ-FILE
           END-IF
           .
      *
       LEZEN-FWDQ.
      *************
           READ FWDQ-FILE
              AT END
                 SET WS-FWDQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH126: C03 - ACTIEF MANDAAT VAN EEN OVERLEDENE; VOORSTEL IS
      *        HET MANDAAT TE LATEN VERVALLEN (STATUS "V").
      *----------------------------------------------------------------
       CONTROLE-MANDATEN.
      ********************
           OPEN INPUT MNDQ-FILE
           IF WS-MNDQ-STATUS NOT = "00"
              MOVE "MNDQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           ELSE
              PERFORM LEZEN-MNDQ
              PERFORM WITH TEST BEFORE UNTIL WS-MNDQ-EOF
                 MOVE MNDQ-RNR TO TRBFN-RNR
                 PERFORM ZOEK-OVERLIJDEN
                 IF WS-OVL-TREFFER AND MNDQ-ACTIEF
                    MOVE 3        TO WS-NIEUW-DIENST
                    MOVE "C03"    TO WS-NIEUW-REGEL
                    MOVE MNDQ-RNR TO WS-NIEUW-SLEUTEL
                    MOVE SPACES   TO WS-NIEUW-TEKST
                    STRING "MANDAAT " DELIMITED BY SIZE
                           MNDQ-REFERENTIE DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                    END-STRING
                    SET MNDQ-VERVALLEN TO TRUE
                    MOVE "MNDQ"   TO CNSM-REGISTER
                    MOVE "C"      TO CNSM-ACTIE
                    MOVE MNDQ-REC TO CNSM-DATA
                    PERFORM SCHRIJF-MUTATIE
                    MOVE "MNDQ C - STATUS V" TO WS-NIEUW-VOORSTEL
                    PERFORM TOEVOEGEN-BEVINDING
                 END-IF
                 PERFORM LEZEN-MNDQ
              END-PERFORM
              CLOSE MNDQ-FILE
           END-IF
           .
      *
       LEZEN-MNDQ.
      *************
           READ MNDQ-FILE
              AT END
                 SET WS-MNDQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH126: C04 - BESLAG MET EEN VERSTREKEN EINDDATUM (NUL IS
      *        ONBEPAALD); VOORSTEL IS HET BESLAG TE SCHRAPPEN.
      *----------------------------------------------------------------
       CONTROLE-BESLAG.
      ******************
           OPEN INPUT BSLO-FILE
           IF WS-BSLO-STATUS NOT = "00"
              MOVE "BSLQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           ELSE
              PERFORM LEZEN-BSLO
              PERFORM WITH TEST BEFORE UNTIL WS-BSLO-EOF
                 IF BSLO-EINDDATUM NOT = ZERO
                    AND BSLO-EINDDATUM < WS-VANDAAG
                    MOVE 1        TO WS-NIEUW-DIENST
                    MOVE "C04"    TO WS-NIEUW-REGEL
                    MOVE BSLO-RNR TO WS-NIEUW-SLEUTEL
                    MOVE SPACES   TO WS-NIEUW-TEKST
                    STRING "BESLAG " DELIMITED BY SIZE
                           BSLO-DOSSIER DELIMITED BY SIZE
                           " EINDE " DELIMITED BY SIZE
                           BSLO-EINDDATUM DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                    END-STRING
                    MOVE "BSLQ"   TO CNSM-REGISTER
                    MOVE "D"      TO CNSM-ACTIE
                    MOVE BSLO-REC TO CNSM-DATA
                    PERFORM SCHRIJF-MUTATIE
                    MOVE "BSLQ D - SCHRAPPEN" TO WS-NIEUW-VOORSTEL
                    PERFORM TOEVOEGEN-BEVINDING
                 END-IF
                 PERFORM LEZEN-BSLO
              END-PERFORM
              CLOSE BSLO-FILE
           END-IF
           .
      *
       LEZEN-BSLO.
      *************
           READ BSLO-FILE
              AT END
                 SET WS-BSLO-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH126: C07 - OPENSTAANDE SCHULD VAN EEN OVERLEDENE ZONDER
      *        DOSSIER IN DE NALATENSCHAPSWACHTRIJ; VOORSTEL IS EEN
      *        STOP OP HET RIJKSNUMMER, ZODAT GEEN BETALING VERTREKT
      *        VOOR DE SCHULD TEGEN DE NALATENSCHAP IS INGEBRACHT.
      *----------------------------------------------------------------
       CONTROLE-SCHULDEN.
      ********************
           OPEN INPUT SLDO-FILE
           IF WS-SLDO-STATUS NOT = "00"
              MOVE "SLDQ" TO WS-NIEUW-SLEUTEL
              PERFORM MELD-ONTBREKEND
           ELSE
              PERFORM LEZEN-SLDO
              PERFORM WITH TEST BEFORE UNTIL WS-SLDO-EOF
                 IF SLDO-OPENSTAAND > ZERO
                    MOVE SLDO-RNR TO TRBFN-RNR
                    PERFORM ZOEK-OVERLIJDEN
                    IF WS-OVL-TREFFER
                       PERFORM ZOEK-NALATENSCHAP
                       IF NOT WS-NAL-TREFFER
                          MOVE 2        TO WS-NIEUW-DIENST
                          MOVE "C07"    TO WS-NIEUW-REGEL
                          MOVE SLDO-RNR TO WS-NIEUW-SLEUTEL
                          MOVE SLDO-OPENSTAAND TO WS-EDIT-BEDRAG
                          MOVE SPACES   TO WS-NIEUW-TEKST
                          STRING "SCHULD " DELIMITED BY SIZE
                                 WS-EDIT-BEDRAG DELIMITED BY SIZE
                                 " - GEEN NALQ-DOSSIER"
                                           DELIMITED BY SIZE
                                        INTO WS-NIEUW-TEKST
                          END-STRING
                          MOVE "R"      TO WS-STOP-SOORT
                          MOVE SLDO-RNR TO WS-STOP-SLEUTEL
                          MOVE "OVERLEDEN - SCHULD" TO WS-STOP-REDEN
                          MOVE ZERO     TO WS-STOP-FEDERATIE
                          PERFORM VOORSTEL-STOP
                          PERFORM TOEVOEGEN-BEVINDING
                       END-IF
                    END-IF
                 END-IF
                 PERFORM LEZEN-SLDO
              END-PERFORM
              CLOSE SLDO-FILE
           END-IF
           .
      *
       LEZEN-SLDO.
      *************
           READ SLDO-FILE
              AT END
                 SET WS-SLDO-EOF TO TRUE
           END-READ
           .
      *
       ZOEK-OVERLIJDEN.
      ******************
           MOVE "N" TO WS-OVL-HIT-SW
           IF WS-OVL-COUNT > ZERO
              SET WS-OVL-IDX TO 1
              SEARCH WS-OVL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-OVL-IDX > WS-OVL-COUNT
                    CONTINUE
                 WHEN WS-OVL-RNR (WS-OVL-IDX) = TRBFN-RNR
                    SET WS-OVL-TREFFER TO TRUE
                    MOVE WS-OVL-DATUM (WS-OVL-IDX)
                                        TO WS-OVL-HIT-DATUM
              END-SEARCH
           END-IF
           .
      *
       ZOEK-NALATENSCHAP.
      ********************
           MOVE "N" TO WS-NAL-HIT-SW
           IF WS-NAL-COUNT > ZERO
              SET WS-NAL-IDX TO 1
              SEARCH WS-NAL-RNR
                 AT END
                    CONTINUE
                 WHEN WS-NAL-IDX > WS-NAL-COUNT
                    CONTINUE
                 WHEN WS-NAL-RNR (WS-NAL-IDX) = TRBFN-RNR
                    SET WS-NAL-TREFFER TO TRUE
              END-SEARCH
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH126: HOOFDLETTERS EN GEEN LEESTEKENS - DE LIJSTNAAM EN DE
      *        NAAM VAN DE BEWINDVOERDER WORDEN OP DEZELFDE MANIER
      *        GENORMALISEERD EN DAN EXACT VERGELEKEN.
      *----------------------------------------------------------------
       NORMALISEER-NAAM.
      *******************
           INSPECT WS-NORM-NAAM
              CONVERTING "abcdefghijklmnopqrstuvwxyz.,-'"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
           .
      *
      *----------------------------------------------------------------
      *RVH126: STOPVOORSTEL VOOR DE BEVINDING IN BEHANDELING - NIET
      *        OPNIEUW ALS DE STOP AL IN DEZE RUN WERD VOORGESTELD OF
      *        NOG ACTIEF IN STPQ STAAT; EEN VERVALLEN STOP WORDT
      *        GEWIJZIGD (DE SLEUTEL BESTAAT IMMERS AL).
      *----------------------------------------------------------------
       VOORSTEL-STOP.
      ****************
           MOVE SPACES TO WS-NIEUW-VOORSTEL
           IF WS-VST-COUNT > ZERO
              SET WS-VST-IDX TO 1
              SEARCH WS-VST-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VST-IDX > WS-VST-COUNT
                    CONTINUE
                 WHEN WS-VST-SOORT (WS-VST-IDX) = WS-STOP-SOORT
                  AND WS-VST-SLEUTEL (WS-VST-IDX) = WS-STOP-SLEUTEL
                    MOVE "STPQ - AL VOORGESTELD" TO WS-NIEUW-VOORSTEL
              END-SEARCH
           END-IF
           IF WS-NIEUW-VOORSTEL = SPACES
              MOVE "A" TO CNSM-ACTIE
              IF WS-STP-COUNT > ZERO
                 SET WS-STP-IDX TO 1
                 SEARCH WS-STP-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-STP-IDX > WS-STP-COUNT
                       CONTINUE
                    WHEN WS-STP-SOORT (WS-STP-IDX) = WS-STOP-SOORT
                     AND WS-STP-SLEUTEL (WS-STP-IDX) = WS-STOP-SLEUTEL
                       IF WS-STP-VERVALDATUM (WS-STP-IDX) < WS-VANDAAG
                          MOVE "C" TO CNSM-ACTIE
                       ELSE
                          MOVE "STPQ - STOP BESTAAT REEDS"
                                        TO WS-NIEUW-VOORSTEL
                       END-IF
                 END-SEARCH
              END-IF
           END-IF
           IF WS-NIEUW-VOORSTEL = SPACES
              MOVE SPACES            TO WS-STOP-BEELD
              MOVE WS-STOP-SOORT     TO WS-SB-SOORT
              MOVE WS-STOP-SLEUTEL   TO WS-SB-SLEUTEL
              MOVE WS-STOP-REDEN     TO WS-SB-REDEN
              MOVE "F"               TO WS-SB-AANVRAGER
              MOVE WS-STOP-FEDERATIE TO WS-SB-FEDERATIE
              MOVE 99991231          TO WS-SB-VERVALDATUM
              MOVE "STPQ"            TO CNSM-REGISTER
              MOVE WS-STOP-BEELD     TO CNSM-DATA
              PERFORM SCHRIJF-MUTATIE
              MOVE SPACES TO WS-NIEUW-VOORSTEL
              STRING "STPQ " DELIMITED BY SIZE
                     CNSM-ACTIE DELIMITED BY SIZE
                     " - STOP " DELIMITED BY SIZE
                     WS-STOP-SOORT DELIMITED BY SIZE
                                        INTO WS-NIEUW-VOORSTEL
              END-STRING
              IF WS-VST-COUNT < 2000
                 ADD 1 TO WS-VST-COUNT
                 MOVE WS-STOP-SOORT   TO WS-VST-SOORT (WS-VST-COUNT)
                 MOVE WS-STOP-SLEUTEL TO WS-VST-SLEUTEL (WS-VST-COUNT)
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH126: MUTATIEVOORSTEL - INGANG VANDAAG, INVOERDER GIRCNSX4,
      *        CONTROLEUR IN TE VULLEN DOOR DE GOEDKEURENDE DIENST.
      *----------------------------------------------------------------
       SCHRIJF-MUTATIE.
      ******************
           MOVE WS-VANDAAG TO CNSM-INGANGSDATUM
           MOVE "GIRCNSX4" TO CNSM-GEBRUIKER
           MOVE SPACES     TO CNSM-CONTROLEUR
           WRITE CNSM-REC
           ADD 1 TO WS-CNT-MUTATIE
           .
      *
       TOEVOEGEN-BEVINDING.
      **********************
           ADD 1 TO WS-CNT-BEVINDING
           IF WS-BEV-COUNT < 5000
              ADD 1 TO WS-BEV-COUNT
              MOVE WS-NIEUW-DIENST   TO WS-BEV-DIENST (WS-BEV-COUNT)
              MOVE WS-NIEUW-REGEL    TO WS-BEV-REGEL (WS-BEV-COUNT)
              MOVE WS-NIEUW-SLEUTEL  TO WS-BEV-SLEUTEL (WS-BEV-COUNT)
              MOVE WS-NIEUW-TEKST    TO WS-BEV-TEKST (WS-BEV-COUNT)
              MOVE WS-NIEUW-VOORSTEL TO WS-BEV-VOORSTEL (WS-BEV-COUNT)
           ELSE
              SET WS-BEV-OVERLOOP TO TRUE
           END-IF
           .
      *
       MELD-ONTBREKEND.
      ******************
           DISPLAY "GIRCNSX4 - REGISTER " WS-NIEUW-SLEUTEL (1:4)
                   " NIET BESCHIKBAAR - REGELS OVERGESLAGEN"
           MOVE SPACES TO CNSR-REC
           STRING "REGISTER " DELIMITED BY SIZE
                  WS-NIEUW-SLEUTEL (1:4) DELIMITED BY SIZE
                  " NIET BESCHIKBAAR - DE REGELS DIE ERVAN AFHANGEN"
                                 DELIMITED BY SIZE
                  " ZIJN NIET GETOETST" DELIMITED BY SIZE
                                        INTO CNSR-REC
           END-STRING
           WRITE CNSR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH126: UITZONDERINGSLIJST - PER DIENST EEN TITEL, DE
      *        BEVINDINGEN IN DE VOLGORDE VAN VASTSTELLING EN EEN
      *        AANTAL.
      *----------------------------------------------------------------
       AFDRUKKEN-LIJST.
      ******************
           IF WS-BEV-OVERLOOP
              MOVE "MEER DAN 5000 BEVINDINGEN - DE LIJST IS ONVOLLEDIG,"
                                        TO CNSR-REC
              WRITE CNSR-REC
              MOVE "DE MUTATIEVOORSTELLEN (CNSM) ZIJN WEL VOLLEDIG"
                                        TO CNSR-REC
              WRITE CNSR-REC
           END-IF
           PERFORM VARYING WS-DIENST-SUB FROM 1 BY 1
                   UNTIL WS-DIENST-SUB > 4
              PERFORM AFDRUKKEN-DIENST
           END-PERFORM
           .
      *
       AFDRUKKEN-DIENST.
      *******************
           MOVE SPACES TO CNSR-REC
           WRITE CNSR-REC
           STRING "DIENST : " DELIMITED BY SIZE
                  WS-DIENST-NAAM (WS-DIENST-SUB) DELIMITED BY SIZE
                                        INTO CNSR-REC
           END-STRING
           WRITE CNSR-REC
           MOVE WS-LIJN-KOLOM TO CNSR-REC
           WRITE CNSR-REC
           MOVE ZERO TO WS-DIENST-CNT
           PERFORM VARYING WS-BEV-SUB FROM 1 BY 1
                   UNTIL WS-BEV-SUB > WS-BEV-COUNT
              IF WS-BEV-DIENST (WS-BEV-SUB) = WS-DIENST-SUB
                 ADD 1 TO WS-DIENST-CNT
                 MOVE WS-BEV-REGEL (WS-BEV-SUB)    TO WS-LD-REGEL
                 MOVE WS-BEV-SLEUTEL (WS-BEV-SUB)  TO WS-LD-SLEUTEL
                 MOVE WS-BEV-TEKST (WS-BEV-SUB)    TO WS-LD-TEKST
                 MOVE WS-BEV-VOORSTEL (WS-BEV-SUB) TO WS-LD-VOORSTEL
                 MOVE WS-LIJN-DETAIL TO CNSR-REC
                 WRITE CNSR-REC
              END-IF
           END-PERFORM
           MOVE WS-DIENST-CNT TO WS-DISPLAY-CNT
           MOVE SPACES TO CNSR-REC
           IF WS-DIENST-CNT = ZERO
              MOVE "  GEEN BEVINDINGEN" TO CNSR-REC
           ELSE
              STRING "  AANTAL BEVINDINGEN : " DELIMITED BY SIZE
                     WS-DISPLAY-CNT          DELIMITED BY SIZE
                                        INTO CNSR-REC
              END-STRING
           END-IF
           WRITE CNSR-REC
           .
      *
       FIN-CONTROLE.
      ***************
           CLOSE CNSR-FILE CNSM-FILE
           MOVE WS-CNT-BEVINDING TO WS-DISPLAY-CNT
           DISPLAY "GIRCNSX4 - AANTAL BEVINDINGEN    : "
                   WS-DISPLAY-CNT
           MOVE WS-CNT-MUTATIE TO WS-DISPLAY-CNT
           DISPLAY "GIRCNSX4 - MUTATIEVOORSTELLEN    : "
                   WS-DISPLAY-CNT
           .

      ******************************************************************
      **  GIRNOUX4 : REGISTER VAN DE NIET-OPGEEISTE UITKERINGEN        *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - SOMMIGE BETALINGEN BEREIKEN HET LID NOOIT: EEN             *
      **    R-TRANSACTIE WAARVOOR GEEN NIEUW IBAN KOMT (GIRCRRX4), EEN *
      **    VEROUDERDE CHEQUE ZONDER GEKEND IBAN DIE GIRCHQX4          *
      **    ANNULEERT, EEN NALATENSCHAP ZONDER GEKENDE ERFGENAMEN      *
      **    (GIRNALX4). DIE PROGRAMMA'S SCHRIJVEN ZO'N ZAAK VOORTAAN   *
      **    IN HET OPNAMEBESTAND (NOUI) IN PLAATS VAN ZE ONBEPAALD IN  *
      **    REJQ OF IN HUN WACHTRIJ TE LATEN STAAN.                    *
      **  - DIT PROGRAMMA HOUDT HET REGISTER BIJ (VORIGE GENERATIE     *
      **    NOUO -> NIEUWE GENERATIE NOUQ): PER ZAAK DE PPR, DE        *
      **    HERKOMST EN DE REDEN, DE BEGINDATUM EN DE EINDDATUM VAN DE *
      **    WETTELIJKE VERJARINGSTERMIJN, EN HET AANTAL EN DE LAATSTE  *
      **    CONTACTPOGING.                                             *
      **  - HET INSTRUCTIEBESTAND VAN DE DIENST (NOUB) MELDT PER ZAAK: *
      **      . "C" - EEN CONTACTPOGING (BRIEF, TELEFOON, E-MAIL,      *
      **        HUISBEZOEK, ADRESOPZOEKING) MET DE DATUM;              *
      **      . "A" - HET LID (OF DE ERFGENAAM) HEEFT ZICH AANGEMELD   *
      **        MET EEN REKENING: DE PPR WORDT OPNIEUW AANGEBODEN VIA  *
      **        GIRBETPP EN DE ZAAK WORDT AFGESLOTEN.                  *
      **  - IS DE VERJARINGSTERMIJN VERSTREKEN, DAN GAAT HET BEDRAG    *
      **    NAAR DE DEPOSITO- EN CONSIGNATIEKAS: EEN OVERDRACHTLIJN IN *
      **    HET OVERDRACHTBESTAND (NOUD), EEN GLPQ-BOEKINGSLIJN SOORT  *
      **    "D" (GLPD) EN DE ZAAK WORDT AFGESLOTEN.                    *
      **  - ELKE AFGESLOTEN ZAAK GAAT MET HAAR VOLLEDIGE HISTORIEK     *
      **    NAAR HET ARCHIEF (NOUA); ELKE GEBEURTENIS WORDT EEN        *
      **    LEVENSLOOPGEBEURTENIS (PLSU) VOOR GIRPLSX4. DE LIJST (NOUL)*
      **    TOONT DE NIEUWE, UITBETAALDE EN OVERGEDRAGEN ZAKEN EN DE   *
      **    ZAKEN ZONDER RECENTE CONTACTPOGING.                        *
      **  - EEN AANMELDING WORDT GETOETST AAN HET AUTORISATIE-         *
      **    REGISTER (AUTQ): DE MEDEWERKER MOET GEMACHTIGD ZIJN VOOR   *
      **    NOUQ EN HET BEDRAG EN MAG NIET DE INVOERDER ZIJN. EEN      *
      **    GEWEIGERDE AANMELDING GAAT NAAR HET WEIGERINGSRAPPORT      *
      **    (AUTR) EN DE ZAAK BLIJFT OPEN.                             *
      **                                                               *
      ******************************************************************
      *RVH137: NIEUW PROGRAMMA - REGISTER VAN DE NIET-OPGEEISTE
      *        UITKERINGEN EN OVERDRACHT AAN DE DEPOSITO- EN
      *        CONSIGNATIEKAS.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRNOUX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH137*
RVH137* RVH137 15/10/2026
RVH137*     NIEUW PROGRAMMA : REGISTER VAN DE NIET-OPGEEISTE
RVH137*     UITKERINGEN MET VERJARINGSTERMIJN EN CONTACTPOGINGEN,
RVH137*     HERAANBIEDING BIJ AANMELDING EN OVERDRACHT AAN DE
RVH137*     DEPOSITO- EN CONSIGNATIEKAS BIJ VERJARING.
RVH137*     AANMELDINGEN GETOETST AAN HET AUTORISATIEREGISTER AUTQ
RVH137*     EN AAN DE SCHEIDING INVOERDER/MEDEWERKER; WEIGERINGEN
RVH137*     NAAR AUTR.
RVH137*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH137: VORIGE GENERATIE VAN HET REGISTER. EEN ONTBREKENDE
      *        VORIGE GENERATIE = EERSTE RUN.
      *----------------------------------------------------------------
           SELECT NOUO-FILE ASSIGN TO NOUO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUO-STATUS.
      *----------------------------------------------------------------
      *RVH137: OPNAMEBESTAND - DE NIEUWE ZAKEN UIT GIRCRRX4 (NOUR),
      *        GIRCHQX4 (NOUC) EN GIRNALX4 (NOUN), DOOR DE JCL
      *        SAMENGEVOEGD.
      *----------------------------------------------------------------
           SELECT NOUI-FILE ASSIGN TO NOUI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUI-STATUS.
      *----------------------------------------------------------------
      *RVH137: INSTRUCTIEBESTAND VAN DE DIENST - CONTACTPOGINGEN EN
      *        AANMELDINGEN, GESLEUTELD OP KONSTANTE/VOLGNUMMER.
      *----------------------------------------------------------------
           SELECT NOUB-FILE ASSIGN TO NOUB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUB-STATUS.
      *----------------------------------------------------------------
      *RVH137: NIEUWE GENERATIE VAN HET REGISTER (DE OPEN ZAKEN).
      *----------------------------------------------------------------
           SELECT NOUQ-FILE ASSIGN TO NOUQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUQ-STATUS.
      *----------------------------------------------------------------
      *RVH137: ARCHIEF VAN DE AFGESLOTEN ZAKEN (REGISTERINDELING).
      *----------------------------------------------------------------
           SELECT NOUA-FILE ASSIGN TO NOUA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUA-STATUS.
      *----------------------------------------------------------------
      *RVH137: OVERDRACHTBESTAND VOOR DE DEPOSITO- EN CONSIGNATIEKAS.
      *----------------------------------------------------------------
           SELECT NOUD-FILE ASSIGN TO NOUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUD-STATUS.
      *----------------------------------------------------------------
      *RVH137: BOEKINGSLIJNEN IN DE GLPQ-INDELING (RVH025) VOOR DE
      *        OVERDRACHT - DE JCL VOEGT ZE BIJ DE GLPQ-FEED.
      *----------------------------------------------------------------
           SELECT GLPD-FILE ASSIGN TO GLPD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPD-STATUS.
      *----------------------------------------------------------------
      *RVH137: LEVENSLOOP-GEBEURTENISSEN IN DE PLSQ-INDELING - DE JCL
      *        VOEGT ZE BIJ DE STATUSMASTER DIE GIRPLSX4 BEVRAAGT.
      *----------------------------------------------------------------
           SELECT PLSU-FILE ASSIGN TO PLSU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PLSU-STATUS.
      *----------------------------------------------------------------
      *RVH137: LIJST VAN DE BEWEGINGEN EN DE OPVOLGING.
      *----------------------------------------------------------------
           SELECT NOUL-FILE ASSIGN TO NOUL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NOUL-STATUS.
      *----------------------------------------------------------------
      *RVH137: AUTORISATIEREGISTER (AUTQ, ONDERHOUDEN VIA GIRREGX4) EN
      *        HET GEDEELDE RAPPORT VAN DE AUTORISATIEWEIGERINGEN
      *        (AUTR).
      *----------------------------------------------------------------
           SELECT AUTQ-FILE ASSIGN TO AUTQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUTQ-STATUS.
           SELECT AUTR-FILE ASSIGN TO AUTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-AUTR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  NOUO-FILE
           RECORDING MODE IS F.
       01  NOUO-REC                     PIC X(274).
      *----------------------------------------------------------------
      *RVH137: OPNAMEREKORD - DE PPR, DE HERKOMST ("RTR", "CHQ",
      *        "NAL"), DE REDEN EN DE DATUM VAN HET FEIT WAAROP DE
      *        VERJARING LOOPT (MEMODATUM, UITGIFTE VAN DE CHEQUE,
      *        OVERLIJDENSDATUM).
      *----------------------------------------------------------------
       FD  NOUI-FILE
           RECORDING MODE IS F.
       01  NOUI-REC.
           05  NOUI-PPR                 PIC X(186).
           05  NOUI-HERKOMST            PIC X(03).
           05  NOUI-REDEN               PIC X(32).
           05  NOUI-DATUM               PIC 9(08).
       FD  NOUB-FILE
           RECORDING MODE IS F.
       01  NOUB-REC.
           05  NOUB-KONST               PIC 9(10).
           05  NOUB-VOLGNR              PIC 9(04).
           05  NOUB-ACTIE               PIC X(01).
               88  NOUB-CONTACT         VALUE "C".
               88  NOUB-AANMELDING      VALUE "A".
           05  NOUB-WIJZE               PIC X(01).
           05  NOUB-IBAN                PIC X(34).
           05  NOUB-KLERK               PIC X(08).
           05  NOUB-DATUM               PIC 9(08).
           05  NOUB-INVOERDER           PIC X(08).
       FD  NOUQ-FILE
           RECORDING MODE IS F.
       01  NOUQ-REC                     PIC X(274).
       FD  NOUA-FILE
           RECORDING MODE IS F.
       01  NOUA-REC                     PIC X(274).
      *----------------------------------------------------------------
      *RVH137: OVERDRACHTBESTAND - EEN HOOFDING ("H"), EEN DETAIL PER
      *        ZAAK ("D") EN EEN TOTAAL ("T") MET HET AANTAL EN HET
      *        BEDRAG.
      *----------------------------------------------------------------
       FD  NOUD-FILE
           RECORDING MODE IS F.
       01  NOUD-REC.
           05  NOUD-TYPE                PIC X(01).
               88  NOUD-HOOFDING        VALUE "H".
               88  NOUD-DETAIL          VALUE "D".
               88  NOUD-TOTAAL          VALUE "T".
           05  NOUD-DATUM               PIC 9(08).
           05  NOUD-RNR                 PIC X(13).
           05  NOUD-KONST               PIC 9(10).
           05  NOUD-VOLGNR              PIC 9(04).
           05  NOUD-FEDERATIE           PIC 9(03).
           05  NOUD-HERKOMST            PIC X(03).
           05  NOUD-BEGIN               PIC 9(08).
           05  NOUD-VERJARING           PIC 9(08).
           05  NOUD-BEDRAG              PIC S9(08).
           05  NOUD-BEDRAG-DV           PIC X(01).
           05  NOUD-OGM                 PIC X(12).
           05  NOUD-AANTAL              PIC 9(07).
           05  NOUD-TOTAAL-BEDRAG       PIC S9(11).
       FD  GLPD-FILE
           RECORDING MODE IS F.
       01  GLPD-REC.
           05  GLPD-RNR                 PIC X(13).
           05  GLPD-LIBEL               PIC 9(02).
           05  GLPD-KONST               PIC 9(10).
           05  GLPD-VOLGNR              PIC 9(03).
           05  GLPD-FEDERATIE           PIC 9(03).
           05  GLPD-BEDRAG              PIC S9(08).
           05  GLPD-BEDRAG-DV           PIC X(01).
           05  GLPD-DATINB              PIC 9(08).
           05  GLPD-RUNSEQ              PIC 9(02).
           05  GLPD-OGM                 PIC X(12).
           05  GLPD-SOORT               PIC X(01).
           05  GLPD-VERSCHOVEN          PIC X(01).
       FD  PLSU-FILE
           RECORDING MODE IS F.
       01  PLSU-REC.
           05  PLSU-KONST               PIC 9(10).
           05  PLSU-VOLGNR              PIC 9(04).
           05  PLSU-DATUM               PIC 9(08).
           05  PLSU-TIJD                PIC 9(08).
           05  PLSU-PROGRAMMA           PIC X(08).
           05  PLSU-EVENT               PIC X(04).
           05  PLSU-DETAIL              PIC X(32).
       FD  NOUL-FILE
           RECORDING MODE IS F.
       01  NOUL-REC                     PIC X(100).
       FD  AUTQ-FILE
           RECORDING MODE IS F.
       01  AUTQ-REC.
           05  AUTQ-GEBRUIKER           PIC X(08).
           05  AUTQ-ROL                 PIC X(01).
           05  AUTQ-WACHTRIJEN          PIC X(32).
           05  AUTQ-MAXBEDRAG           PIC 9(08).
           05  AUTQ-BEGINDATUM          PIC 9(08).
           05  AUTQ-EINDDATUM           PIC 9(08).
       FD  AUTR-FILE
           RECORDING MODE IS F.
       01  AUTR-REC.
           05  AUTR-PROGRAMMA           PIC X(08).
           05  AUTR-WACHTRIJ            PIC X(04).
           05  AUTR-DATUM               PIC 9(08).
           05  AUTR-REFERENTIE          PIC X(14).
           05  AUTR-CONTROLEUR          PIC X(08).
           05  AUTR-INVOERDER           PIC X(08).
           05  AUTR-BEDRAG              PIC S9(09).
           05  AUTR-REDEN               PIC X(40).
           05  FILLER                   PIC X(01).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-NOUO-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUI-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUB-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUA-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUD-STATUS               PIC XX VALUE ZEROES.
       01  WS-GLPD-STATUS               PIC XX VALUE ZEROES.
       01  WS-PLSU-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUL-STATUS               PIC XX VALUE ZEROES.
       01  WS-NOUO-EOF-SW               PIC X VALUE "N".
           88  WS-NOUO-EOF              VALUE "Y".
       01  WS-NOUI-EOF-SW               PIC X VALUE "N".
           88  WS-NOUI-EOF              VALUE "Y".
       01  WS-NOUB-EOF-SW               PIC X VALUE "N".
           88  WS-NOUB-EOF              VALUE "Y".
       01  WS-NOUO-SW                   PIC X VALUE "N".
           88  NOUO-OPEN                VALUE "Y".
       01  WS-NOUI-SW                   PIC X VALUE "N".
           88  NOUI-OPEN                VALUE "Y".
      *----------------------------------------------------------------
      *RVH137: DE ZAAK IN BEHANDELING IN DE REGISTERINDELING (NOUO,
      *        NOUQ EN NOUA). STATUS "O" = OPEN, "U" = UITBETAALD NA
      *        AANMELDING, "D" = OVERGEDRAGEN AAN DE DEPOSITO- EN
      *        CONSIGNATIEKAS.
      *----------------------------------------------------------------
       01  WS-NOU-ZAAK.
           05  WS-NOU-PPR               PIC X(186).
           05  WS-NOU-HERKOMST          PIC X(03).
               88  WS-NOU-UIT-RTR       VALUE "RTR".
               88  WS-NOU-UIT-CHQ       VALUE "CHQ".
               88  WS-NOU-UIT-NAL       VALUE "NAL".
           05  WS-NOU-REDEN             PIC X(32).
           05  WS-NOU-OPNAME            PIC 9(08).
           05  WS-NOU-BEGIN             PIC 9(08).
           05  WS-NOU-VERJARING         PIC 9(08).
           05  WS-NOU-VERJARING-RED REDEFINES WS-NOU-VERJARING.
               10  WS-NOU-VJR-CCYY      PIC 9(04).
               10  WS-NOU-VJR-MM        PIC 9(02).
               10  WS-NOU-VJR-DD        PIC 9(02).
           05  WS-NOU-CONTACTEN         PIC 9(03).
           05  WS-NOU-LAATSTE-CONTACT   PIC 9(08).
           05  WS-NOU-LAATSTE-WIJZE     PIC X(01).
           05  WS-NOU-STATUS            PIC X(01).
               88  WS-NOU-OPEN          VALUE "O".
               88  WS-NOU-UITBETAALD    VALUE "U".
               88  WS-NOU-OVERGEDRAGEN  VALUE "D".
           05  WS-NOU-STATUSDATUM       PIC 9(08).
           05  WS-NOU-KLERK             PIC X(08).
      *----------------------------------------------------------------
      *RVH137: INSTRUCTIETABEL - HET INSTRUCTIEBESTAND WORDT IN ZIJN
      *        GEHEEL INGELEZEN EN PER ZAAK OPGEZOCHT (ZELFDE OPZET
      *        ALS WS-DEC-TABLE IN GIRNALX4). EEN INSTRUCTIE DIE BIJ
      *        GEEN ENKELE OPEN ZAAK HOORT, KOMT OP DE LIJST.
      *----------------------------------------------------------------
       01  WS-INS-TABLE.
           05  WS-INS-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-INS-IDX.
               10  WS-INS-KONST         PIC 9(10).
               10  WS-INS-VOLGNR        PIC 9(04).
               10  WS-INS-ACTIE         PIC X(01).
               10  WS-INS-WIJZE         PIC X(01).
               10  WS-INS-IBAN          PIC X(34).
               10  WS-INS-KLERK         PIC X(08).
               10  WS-INS-DATUM         PIC 9(08).
               10  WS-INS-VERWERKT      PIC X(01).
               10  WS-INS-INVOERDER     PIC X(08).
       01  WS-INS-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-AANM-SW                   PIC X VALUE "N".
           88  WS-AANGEMELD             VALUE "Y".
       01  WS-AANM-IBAN                 PIC X(34).
       01  WS-AANM-KLERK                PIC X(08).
       01  WS-AANM-DATUM                PIC 9(08).
      *----------------------------------------------------------------
      *RVH137: WETTELIJKE VERJARINGSTERMIJN IN JAREN EN DE
      *        OPVOLGTERMIJN IN MAANDEN ZONDER CONTACTPOGING -
      *        GECOMPILEERDE PARAMETERS, ZOALS WS-CHQ-MAX-MAANDEN IN
      *        GIRCHQX4.
      *----------------------------------------------------------------
       01  WS-NOU-VERJARING-JAREN       PIC 9(02) VALUE 05.
       01  WS-NOU-OPVOLG-MAANDEN        PIC 9(02) VALUE 06.
       01  WS-VANDAAG                   PIC 9(08) VALUE ZERO.
       01  WS-VANDAAG-RED REDEFINES WS-VANDAAG.
           05  WS-VAN-CCYY              PIC 9(04).
           05  WS-VAN-MM                PIC 9(02).
           05  WS-VAN-DD                PIC 9(02).
       01  WS-REFDATUM                  PIC 9(08) VALUE ZERO.
       01  WS-REFDATUM-RED REDEFINES WS-REFDATUM.
           05  WS-REF-CCYY              PIC 9(04).
           05  WS-REF-MM                PIC 9(02).
           05  WS-REF-DD                PIC 9(02).
       01  WS-MAANDEN                   PIC S9(05) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH137: KOPPELGEBIED VOOR DE GIRBETPP-HERAANBIEDING EN DE PPR
      *        VAN DE ZAAK.
      *----------------------------------------------------------------
       01  WS-USAREA1                   PIC X(256) VALUE SPACES.
           COPY TRBFNCXP REPLACING TRBFNCXP BY PPR-RECORD.
      *----------------------------------------------------------------
      *RVH137: GESTRUCTUREERDE MEDEDELING VAN DE OVERDRACHT -
      *        ZELFDE OPBOUW ALS BEREKEN-OGM IN TRBFNCX4.
      *----------------------------------------------------------------
       01  WS-OGM.
           05  WS-OGM-BASIS             PIC 9(10).
           05  WS-OGM-CHECK             PIC 9(02).
       01  WS-OGM-REST                  PIC 9(10).
       01  WS-OGM-QUOT                  PIC 9(10).
       01  WS-OGM-SUITE                 PIC 9(03).
       01  WS-PLS-TIJD                  PIC 9(08) VALUE ZERO.
       01  WS-PLS-EVENT                 PIC X(04).
       01  WS-PLS-DETAIL                PIC X(32).
       01  WS-GIRBET-ACTIEF-SW          PIC X VALUE "N".
           88  WS-GIRBET-ACTIEF         VALUE "Y".
       01  WS-CNT-VORIG                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-NIEUW                 PIC 9(07) VALUE ZERO.
       01  WS-CNT-CONTACT               PIC 9(07) VALUE ZERO.
       01  WS-CNT-UITBETAALD            PIC 9(07) VALUE ZERO.
       01  WS-CNT-OVERGEDRAGEN          PIC 9(07) VALUE ZERO.
       01  WS-CNT-OPEN                  PIC 9(07) VALUE ZERO.
       01  WS-CNT-OPVOLGING             PIC 9(07) VALUE ZERO.
       01  WS-CNT-ZONDER-ZAAK           PIC 9(07) VALUE ZERO.
       01  WS-TOT-UITBETAALD            PIC S9(11) VALUE ZERO.
       01  WS-TOT-OVERGEDRAGEN          PIC S9(11) VALUE ZERO.
       01  WS-TOT-OPEN                  PIC S9(11) VALUE ZERO.
       01  WS-DISPLAY-CNT               PIC ZZZZZZ9.
       01  WS-EDIT-BEDRAG               PIC -ZZZZZZZZZZ9,99.
       01  WS-EDIT-AANTAL               PIC ZZZZZZZZ9.
      *----------------------------------------------------------------
      *RVH137: AUTORISATIETABEL - ZELFDE OPZET ALS IN GIRREVX4. ROL
      *        "B" (BEHANDELAAR) EN "S" (SUPERVISOR) MOGEN BESLISSEN,
      *        "I" (ENKEL INZAGE) NIET. WACHTRIJ "****" STAAT ALLE
      *        WACHTRIJEN TOE; EINDDATUM NUL IS ONBEPAALD.
      *----------------------------------------------------------------
       01  WS-AUTQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-AUTR-STATUS               PIC XX VALUE ZEROES.
       01  WS-AUTQ-EOF-SW               PIC X VALUE "N".
           88  WS-AUTQ-EOF              VALUE "Y".
       01  WS-AUTR-SW                   PIC X VALUE "N".
           88  AUTR-OPEN                VALUE "Y".
       01  WS-AUT-TABLE.
           05  WS-AUT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-AUT-IDX.
               10  WS-AUT-GEBRUIKER     PIC X(08).
               10  WS-AUT-ROL           PIC X(01).
                   88  WS-AUT-MAG-BESLISSEN VALUE "B" "S".
                   88  WS-AUT-SUPERVISOR    VALUE "S".
               10  WS-AUT-RIJ           PIC X(04) OCCURS 8.
               10  WS-AUT-MAXBEDRAG     PIC 9(08).
               10  WS-AUT-BEGINDATUM    PIC 9(08).
               10  WS-AUT-EINDDATUM     PIC 9(08).
       01  WS-AUT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-AUT-SUB                   PIC 9(02).
       01  WS-AUT-GEVONDEN-SW           PIC X VALUE "N".
           88  WS-AUT-GEVONDEN          VALUE "Y".
       01  WS-AUT-RIJ-SW                PIC X VALUE "N".
           88  WS-AUT-RIJ-OK            VALUE "Y".
       01  WS-AUT-OK-SW                 PIC X VALUE "N".
           88  WS-AUT-OK                VALUE "Y".
       01  WS-AUT-WACHTRIJ              PIC X(04).
       01  WS-AUT-CONTROLEUR            PIC X(08).
       01  WS-AUT-INVOERDER             PIC X(08).
       01  WS-AUT-BEDRAG                PIC S9(09).
       01  WS-AUT-REFERENTIE            PIC X(14).
       01  WS-AUT-REDEN                 PIC X(40).
       01  WS-CNT-AUT-GEWEIGERD         PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH137: AANMELDING BIJ DE KETENBEWAKING (GIRKETX4).
      *----------------------------------------------------------------
       01  WS-KET-PARM.
           05  WS-KET-FUNCTIE           PIC X(01).
           05  WS-KET-PROGRAMMA         PIC X(08).
           05  WS-KET-RUNSEQ            PIC 9(02).
           05  WS-KET-RC                PIC 9(04).
           05  WS-KET-ANTWOORD          PIC X(01).
               88  WS-KET-TOEGESTAAN    VALUE "J".
           05  WS-KET-MELDING           PIC X(60).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-REGISTER SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-REGISTER.
      *---------------------------------
           PERFORM KETEN-BUITEN
           PERFORM OPEN-REGISTER
           PERFORM LADEN-INSTRUCTIES
           PERFORM LADEN-AUTORISATIES
           PERFORM SCHRIJF-OVERDRACHT-HOOFDING
           PERFORM LEZEN-NOUO
           PERFORM WITH TEST BEFORE UNTIL WS-NOUO-EOF
              ADD 1 TO WS-CNT-VORIG
              MOVE NOUO-REC TO WS-NOU-ZAAK
              PERFORM VERWERK-ZAAK
              PERFORM LEZEN-NOUO
           END-PERFORM
           PERFORM LEZEN-NOUI
           PERFORM WITH TEST BEFORE UNTIL WS-NOUI-EOF
              PERFORM OPNEMEN-ZAAK
              PERFORM VERWERK-ZAAK
              PERFORM LEZEN-NOUI
           END-PERFORM
           PERFORM MELD-INSTRUCTIES-ZONDER-ZAAK
           PERFORM SCHRIJF-OVERDRACHT-TOTAAL
           PERFORM FIN-REGISTER
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
      *----------------------------------------------------------------
      *RVH137: DE VORIGE GENERATIE EN HET OPNAMEBESTAND MOGEN
      *        ONTBREKEN (EERSTE RUN, GEEN NIEUWE ZAKEN).
      *----------------------------------------------------------------
       OPEN-REGISTER.
      ****************
           OPEN INPUT NOUO-FILE
           IF WS-NOUO-STATUS = "00"
              SET NOUO-OPEN TO TRUE
           ELSE
              SET WS-NOUO-EOF TO TRUE
           END-IF
           OPEN INPUT NOUI-FILE
           IF WS-NOUI-STATUS = "00"
              SET NOUI-OPEN TO TRUE
           ELSE
              SET WS-NOUI-EOF TO TRUE
           END-IF
           OPEN OUTPUT NOUQ-FILE
           IF WS-NOUQ-STATUS NOT = "00"
              DISPLAY "GIRNOUX4 - ERREUR OPEN NOUQ STATUS = "
                      WS-NOUQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NOUA-FILE
           IF WS-NOUA-STATUS NOT = "00"
              DISPLAY "GIRNOUX4 - ERREUR OPEN NOUA STATUS = "
                      WS-NOUA-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NOUD-FILE
           IF WS-NOUD-STATUS NOT = "00"
              DISPLAY "GIRNOUX4 - ERREUR OPEN NOUD STATUS = "
                      WS-NOUD-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT GLPD-FILE
           IF WS-GLPD-STATUS NOT = "00"
              DISPLAY "GIRNOUX4 - ERREUR OPEN GLPD STATUS = "
                      WS-GLPD-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT PLSU-FILE
           IF WS-PLSU-STATUS NOT = "00"
              DISPLAY "GIRNOUX4 - ERREUR OPEN PLSU STATUS = "
                      WS-PLSU-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT NOUL-FILE
           IF WS-NOUL-STATUS NOT = "00"
              DISPLAY "GIRNOUX4 - ERREUR OPEN NOUL STATUS = "
                      WS-NOUL-STATUS
              STOP RUN
           END-IF
           ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
           .
      *
      *----------------------------------------------------------------
      *RVH137: HET INSTRUCTIEBESTAND VOLLEDIG INLEZEN IN WS-INS-TABLE.
      *        EEN ONTBREKEND OF LEEG BESTAND IS GEEN FOUT.
      *----------------------------------------------------------------
       LADEN-INSTRUCTIES.
      ********************
           OPEN INPUT NOUB-FILE
           IF WS-NOUB-STATUS = "00"
              PERFORM LEZEN-NOUB
              PERFORM WITH TEST BEFORE UNTIL WS-NOUB-EOF
                 IF WS-INS-COUNT < 1000
                    ADD 1 TO WS-INS-COUNT
                    SET WS-INS-IDX TO WS-INS-COUNT
                    MOVE NOUB-KONST  TO WS-INS-KONST (WS-INS-IDX)
                    MOVE NOUB-VOLGNR TO WS-INS-VOLGNR (WS-INS-IDX)
                    MOVE NOUB-ACTIE  TO WS-INS-ACTIE (WS-INS-IDX)
                    MOVE NOUB-WIJZE  TO WS-INS-WIJZE (WS-INS-IDX)
                    MOVE NOUB-IBAN   TO WS-INS-IBAN (WS-INS-IDX)
                    MOVE NOUB-KLERK  TO WS-INS-KLERK (WS-INS-IDX)
                    MOVE NOUB-DATUM  TO WS-INS-DATUM (WS-INS-IDX)
                    MOVE "N"         TO WS-INS-VERWERKT (WS-INS-IDX)
                    MOVE NOUB-INVOERDER
                                     TO WS-INS-INVOERDER (WS-INS-IDX)
                 ELSE
                    DISPLAY "GIRNOUX4 - INSTRUCTIETABEL VOL - "
                            "OVERIGE INSTRUCTIES GENEGEERD"
                 END-IF
                 PERFORM LEZEN-NOUB
              END-PERFORM
              CLOSE NOUB-FILE
           END-IF
           .
      *
       LEZEN-NOUB.
      *************
           READ NOUB-FILE
              AT END
                 SET WS-NOUB-EOF TO TRUE
           END-READ
           .
      *
       LEZEN-NOUO.
      *************
           IF NOT WS-NOUO-EOF
              READ NOUO-FILE
                 AT END
                    SET WS-NOUO-EOF TO TRUE
              END-READ
           END-IF
           .
      *
       LEZEN-NOUI.
      *************
           IF NOT WS-NOUI-EOF
              READ NOUI-FILE
                 AT END
                    SET WS-NOUI-EOF TO TRUE
              END-READ
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH137: EEN NIEUWE ZAAK OPNEMEN - DE VERJARING LOOPT VANAF DE
      *        DATUM VAN HET FEIT (BIJ ONTSTENTENIS: VANDAAG) EN
      *        EINDIGT NA HET WETTELIJK AANTAL JAREN. EEN 29 FEBRUARI
      *        WORDT 28 FEBRUARI.
      *----------------------------------------------------------------
       OPNEMEN-ZAAK.
      ***************
           ADD 1 TO WS-CNT-NIEUW
           MOVE NOUI-PPR        TO WS-NOU-PPR
           MOVE NOUI-HERKOMST   TO WS-NOU-HERKOMST
           MOVE NOUI-REDEN      TO WS-NOU-REDEN
           MOVE WS-VANDAAG      TO WS-NOU-OPNAME
           IF NOUI-DATUM NUMERIC AND NOUI-DATUM NOT = ZERO
              MOVE NOUI-DATUM   TO WS-NOU-BEGIN
           ELSE
              MOVE WS-VANDAAG   TO WS-NOU-BEGIN
           END-IF
           MOVE WS-NOU-BEGIN    TO WS-NOU-VERJARING
           ADD WS-NOU-VERJARING-JAREN TO WS-NOU-VJR-CCYY
           IF WS-NOU-VJR-MM = 02 AND WS-NOU-VJR-DD = 29
              MOVE 28           TO WS-NOU-VJR-DD
           END-IF
           MOVE ZERO            TO WS-NOU-CONTACTEN
                                   WS-NOU-LAATSTE-CONTACT
           MOVE SPACE           TO WS-NOU-LAATSTE-WIJZE
           SET WS-NOU-OPEN      TO TRUE
           MOVE WS-VANDAAG      TO WS-NOU-STATUSDATUM
           MOVE SPACES          TO WS-NOU-KLERK
           MOVE WS-NOU-PPR      TO PPR-RECORD
           MOVE "NOUO"          TO WS-PLS-EVENT
           MOVE SPACES          TO WS-PLS-DETAIL
           STRING "OPNAME REGISTER " DELIMITED BY SIZE
                  WS-NOU-HERKOMST    DELIMITED BY SIZE
                  " VERJAART "       DELIMITED BY SIZE
                  WS-NOU-VERJARING   DELIMITED BY SIZE
                                INTO WS-PLS-DETAIL
           END-STRING
           PERFORM SCHRIJVEN-PLSU
           MOVE TRBFN-MONTANT   TO WS-EDIT-BEDRAG
           MOVE SPACES          TO NOUL-REC
           STRING "NIEUW        KONST=" DELIMITED BY SIZE
                  TRBFN-CONSTANTE       DELIMITED BY SIZE
                  " VOLGNR="            DELIMITED BY SIZE
                  TRBFN-NO-SUITE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NOU-HERKOMST       DELIMITED BY SIZE
                  " BEDRAG="            DELIMITED BY SIZE
                  WS-EDIT-BEDRAG        DELIMITED BY SIZE
                  " VERJAART="          DELIMITED BY SIZE
                  WS-NOU-VERJARING      DELIMITED BY SIZE
                                   INTO NOUL-REC
           END-STRING
           WRITE NOUL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH137: EEN ZAAK VAN HET REGISTER BEHANDELEN: EERST DE
      *        CONTACTPOGINGEN BIJWERKEN; EEN AANMELDING LEIDT TOT DE
      *        UITBETALING, EEN VERSTREKEN VERJARINGSTERMIJN TOT DE
      *        OVERDRACHT; ANDERS BLIJFT DE ZAAK OPEN.
      *----------------------------------------------------------------
       VERWERK-ZAAK.
      ***************
           MOVE WS-NOU-PPR TO PPR-RECORD
           PERFORM VERWERK-INSTRUCTIES
           EVALUATE TRUE
           WHEN WS-AANGEMELD
              PERFORM UITBETALEN-ZAAK
           WHEN WS-VANDAAG NOT < WS-NOU-VERJARING
              PERFORM OVERDRAGEN-ZAAK
           WHEN OTHER
              ADD 1 TO WS-CNT-OPEN
              ADD TRBFN-MONTANT TO WS-TOT-OPEN
              MOVE WS-NOU-ZAAK TO NOUQ-REC
              WRITE NOUQ-REC
              PERFORM TOETS-OPVOLGING
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH137: DE INSTRUCTIES VAN DEZE SLEUTEL DOORLOPEN - ELKE
      *        CONTACTPOGING WORDT GETELD (DE JONGSTE DATUM BLIJFT
      *        BEWAARD); DE EERSTE AANMELDING MET EEN REKENING GELDT.
      *        EEN AANMELDING ZONDER REKENING KOMT OP DE LIJST EN DE
      *        ZAAK BLIJFT OPEN.
      *----------------------------------------------------------------
       VERWERK-INSTRUCTIES.
      **********************
           MOVE "N" TO WS-AANM-SW
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
              IF WS-INS-KONST  (WS-INS-IDX) = TRBFN-CONSTANTE
                 AND WS-INS-VOLGNR (WS-INS-IDX) = TRBFN-NO-SUITE
                 MOVE "Y" TO WS-INS-VERWERKT (WS-INS-IDX)
                 EVALUATE WS-INS-ACTIE (WS-INS-IDX)
                 WHEN "C"
                    PERFORM REGISTREER-CONTACT
                 WHEN "A"
                    PERFORM REGISTREER-AANMELDING
                 WHEN OTHER
                    MOVE SPACES TO NOUL-REC
                    STRING "ONBEKENDE ACTIE KONST="   DELIMITED BY SIZE
                           TRBFN-CONSTANTE           DELIMITED BY SIZE
                           " VOLGNR="                DELIMITED BY SIZE
                           TRBFN-NO-SUITE            DELIMITED BY SIZE
                           " ACTIE="                 DELIMITED BY SIZE
                           WS-INS-ACTIE (WS-INS-IDX) DELIMITED BY SIZE
                                                INTO NOUL-REC
                    END-STRING
                    WRITE NOUL-REC
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
      *
       REGISTREER-CONTACT.
      *********************
           ADD 1 TO WS-CNT-CONTACT
           IF WS-NOU-CONTACTEN < 999
              ADD 1 TO WS-NOU-CONTACTEN
           END-IF
           IF WS-INS-DATUM (WS-INS-IDX) > WS-NOU-LAATSTE-CONTACT
              MOVE WS-INS-DATUM (WS-INS-IDX)
                                  TO WS-NOU-LAATSTE-CONTACT
              MOVE WS-INS-WIJZE (WS-INS-IDX)
                                  TO WS-NOU-LAATSTE-WIJZE
              MOVE WS-INS-KLERK (WS-INS-IDX)
                                  TO WS-NOU-KLERK
           END-IF
           MOVE "NOUC" TO WS-PLS-EVENT
           MOVE SPACES TO WS-PLS-DETAIL
           STRING "CONTACTPOGING "            DELIMITED BY SIZE
                  WS-INS-WIJZE (WS-INS-IDX)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-INS-DATUM (WS-INS-IDX)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-INS-KLERK (WS-INS-IDX)   DELIMITED BY SIZE
                                         INTO WS-PLS-DETAIL
           END-STRING
           PERFORM SCHRIJVEN-PLSU
           .
      *
       REGISTREER-AANMELDING.
      ************************
           IF WS-INS-IBAN (WS-INS-IDX) = SPACES
              MOVE SPACES TO NOUL-REC
              STRING "AANMELDING ZONDER REKENING KONST="
                                                    DELIMITED BY SIZE
                     TRBFN-CONSTANTE                DELIMITED BY SIZE
                     " VOLGNR="                     DELIMITED BY SIZE
                     TRBFN-NO-SUITE                 DELIMITED BY SIZE
                     " KLERK="                      DELIMITED BY SIZE
                     WS-INS-KLERK (WS-INS-IDX)      DELIMITED BY SIZE
                                               INTO NOUL-REC
              END-STRING
              WRITE NOUL-REC
           ELSE
              IF NOT WS-AANGEMELD
                 PERFORM TOETS-AANMELDING
              END-IF
              IF NOT WS-AANGEMELD AND WS-AUT-OK
                 SET WS-AANGEMELD TO TRUE
                 MOVE WS-INS-IBAN (WS-INS-IDX)  TO WS-AANM-IBAN
                 MOVE WS-INS-KLERK (WS-INS-IDX) TO WS-AANM-KLERK
                 MOVE WS-INS-DATUM (WS-INS-IDX) TO WS-AANM-DATUM
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH137: DE MEDEWERKER DIE DE AANMELDING INBRACHT MOET VOOR NOUQ
      *        EN HET BEDRAG VAN DE ZAAK GEMACHTIGD ZIJN EN MAG NIET DE
      *        INVOERDER ZIJN. EEN GEWEIGERDE AANMELDING GAAT NAAR AUTR
      *        EN TELT NIET: EEN VOLGENDE AANMELDING KAN NOG GELDEN,
      *        ANDERS BLIJFT DE ZAAK OPEN.
      *----------------------------------------------------------------
       TOETS-AANMELDING.
      *******************
           MOVE "NOUQ"                        TO WS-AUT-WACHTRIJ
           MOVE WS-INS-KLERK (WS-INS-IDX)     TO WS-AUT-CONTROLEUR
           MOVE WS-INS-INVOERDER (WS-INS-IDX) TO WS-AUT-INVOERDER
           MOVE TRBFN-MONTANT                 TO WS-AUT-BEDRAG
           MOVE TRBFN-CONSTANTE TO WS-AUT-REFERENTIE (1:10)
           MOVE TRBFN-NO-SUITE  TO WS-AUT-REFERENTIE (11:4)
           PERFORM TOETS-AUTORISATIE
           IF NOT WS-AUT-OK
              PERFORM SCHRIJF-AUT-WEIGERING
              MOVE SPACES TO NOUL-REC
              STRING "AANMELDING GEWEIGERD KONST=" DELIMITED BY SIZE
                     TRBFN-CONSTANTE              DELIMITED BY SIZE
                     " VOLGNR="                   DELIMITED BY SIZE
                     TRBFN-NO-SUITE               DELIMITED BY SIZE
                     " KLERK="                    DELIMITED BY SIZE
                     WS-INS-KLERK (WS-INS-IDX)    DELIMITED BY SIZE
                                             INTO NOUL-REC
              END-STRING
              WRITE NOUL-REC
           END-IF
           .
      *
      *----------------------------------------------------------------
      *RVH137: UITBETALING NA AANMELDING - DE PPR WORDT VOOR HET
      *        VOLLEDIGE BEDRAG OPNIEUW AANGEBODEN OP DE OPGEGEVEN
      *        REKENING. DE BETALING DROEG AL EEN JOURNAAL-
      *        INSCHRIJVING (BANKWEIGERING, GEANNULEERDE CHEQUE): DE
      *        HERUITGAVEVLAG "D" LAAT VOIR-DOUBLES DE HERAANBIEDING
      *        DOOR. EEN NALATENSCHAP KRIJGT DE VLAG "N" VAN GIRNALX4,
      *        ZODAT DE OVERLIJDENSCONTROLE DE PPR NIET OPNIEUW
      *        PARKEERT.
      *----------------------------------------------------------------
       UITBETALEN-ZAAK.
      ******************
           ADD 1 TO WS-CNT-UITBETAALD
           ADD TRBFN-MONTANT TO WS-TOT-UITBETAALD
           MOVE WS-AANM-IBAN     TO TRBFN-IBAN
           MOVE "B"              TO TRBFN-BETWYZ
           IF WS-NOU-UIT-NAL
              MOVE "N"           TO TRBFN-NAZICHT
           ELSE
              MOVE "D"           TO TRBFN-NAZICHT
           END-IF
           MOVE SPACE            TO TRBFN-SIMUL
           CALL "GIRBETPP" USING WS-USAREA1 PPR-RECORD
           SET WS-GIRBET-ACTIEF TO TRUE
           MOVE WS-NOU-PPR       TO PPR-RECORD
           SET WS-NOU-UITBETAALD TO TRUE
           MOVE WS-AANM-DATUM    TO WS-NOU-STATUSDATUM
           MOVE WS-AANM-KLERK    TO WS-NOU-KLERK
           MOVE WS-NOU-ZAAK      TO NOUA-REC
           WRITE NOUA-REC
           MOVE "NOUU" TO WS-PLS-EVENT
           MOVE SPACES TO WS-PLS-DETAIL
           STRING "UITBETAALD NA AANMELDING "  DELIMITED BY SIZE
                  WS-AANM-KLERK                DELIMITED BY SIZE
                                          INTO WS-PLS-DETAIL
           END-STRING
           PERFORM SCHRIJVEN-PLSU
           MOVE TRBFN-MONTANT   TO WS-EDIT-BEDRAG
           MOVE SPACES          TO NOUL-REC
           STRING "UITBETAALD   KONST=" DELIMITED BY SIZE
                  TRBFN-CONSTANTE       DELIMITED BY SIZE
                  " VOLGNR="            DELIMITED BY SIZE
                  TRBFN-NO-SUITE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NOU-HERKOMST       DELIMITED BY SIZE
                  " BEDRAG="            DELIMITED BY SIZE
                  WS-EDIT-BEDRAG        DELIMITED BY SIZE
                  " KLERK="             DELIMITED BY SIZE
                  WS-AANM-KLERK         DELIMITED BY SIZE
                                   INTO NOUL-REC
           END-STRING
           WRITE NOUL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH137: OVERDRACHT AAN DE DEPOSITO- EN CONSIGNATIEKAS - EEN
      *        DETAILLIJN IN HET OVERDRACHTBESTAND, EEN BOEKINGSLIJN
      *        SOORT "D" (BEDRAG POSITIEF, TEN LASTE VAN DE
      *        FEDERATIE) EN DE ZAAK NAAR HET ARCHIEF.
      *----------------------------------------------------------------
       OVERDRAGEN-ZAAK.
      ******************
           ADD 1 TO WS-CNT-OVERGEDRAGEN
           ADD TRBFN-MONTANT TO WS-TOT-OVERGEDRAGEN
           PERFORM BEREKEN-OGM
           MOVE SPACES               TO NOUD-REC
           SET NOUD-DETAIL           TO TRUE
           MOVE WS-VANDAAG           TO NOUD-DATUM
           MOVE TRBFN-RNR            TO NOUD-RNR
           MOVE TRBFN-CONSTANTE      TO NOUD-KONST
           MOVE TRBFN-NO-SUITE       TO NOUD-VOLGNR
           MOVE TRBFN-DEST           TO NOUD-FEDERATIE
           MOVE WS-NOU-HERKOMST      TO NOUD-HERKOMST
           MOVE WS-NOU-BEGIN         TO NOUD-BEGIN
           MOVE WS-NOU-VERJARING     TO NOUD-VERJARING
           MOVE TRBFN-MONTANT        TO NOUD-BEDRAG
           MOVE TRBFN-MONTANT-DV     TO NOUD-BEDRAG-DV
           MOVE WS-OGM               TO NOUD-OGM
           MOVE ZERO                 TO NOUD-AANTAL
                                        NOUD-TOTAAL-BEDRAG
           WRITE NOUD-REC
           MOVE TRBFN-RNR            TO GLPD-RNR
           MOVE TRBFN-CODE-LIBEL     TO GLPD-LIBEL
           MOVE TRBFN-CONSTANTE      TO GLPD-KONST
           MOVE TRBFN-NO-SUITE       TO GLPD-VOLGNR
           MOVE TRBFN-DEST           TO GLPD-FEDERATIE
           MOVE TRBFN-MONTANT        TO GLPD-BEDRAG
           MOVE TRBFN-MONTANT-DV     TO GLPD-BEDRAG-DV
           MOVE WS-VANDAAG           TO GLPD-DATINB
           MOVE ZERO                 TO GLPD-RUNSEQ
           MOVE WS-OGM               TO GLPD-OGM
           MOVE "D"                  TO GLPD-SOORT
           MOVE SPACE                TO GLPD-VERSCHOVEN
           WRITE GLPD-REC
           SET WS-NOU-OVERGEDRAGEN   TO TRUE
           MOVE WS-VANDAAG           TO WS-NOU-STATUSDATUM
           MOVE WS-NOU-ZAAK          TO NOUA-REC
           WRITE NOUA-REC
           MOVE "NOUD" TO WS-PLS-EVENT
           MOVE SPACES TO WS-PLS-DETAIL
           STRING "OVERGEDRAGEN DEPOSITOKAS "  DELIMITED BY SIZE
                  WS-OGM                       DELIMITED BY SIZE
                                          INTO WS-PLS-DETAIL
           END-STRING
           PERFORM SCHRIJVEN-PLSU
           MOVE TRBFN-MONTANT   TO WS-EDIT-BEDRAG
           MOVE WS-NOU-CONTACTEN TO WS-EDIT-AANTAL
           MOVE SPACES          TO NOUL-REC
           STRING "OVERGEDRAGEN KONST=" DELIMITED BY SIZE
                  TRBFN-CONSTANTE       DELIMITED BY SIZE
                  " VOLGNR="            DELIMITED BY SIZE
                  TRBFN-NO-SUITE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NOU-HERKOMST       DELIMITED BY SIZE
                  " BEDRAG="            DELIMITED BY SIZE
                  WS-EDIT-BEDRAG        DELIMITED BY SIZE
                  " CONTACTEN="         DELIMITED BY SIZE
                  WS-EDIT-AANTAL        DELIMITED BY SIZE
                                   INTO NOUL-REC
           END-STRING
           WRITE NOUL-REC
           .
      *
      *----------------------------------------------------------------
      *RVH137: OPVOLGING - EEN OPEN ZAAK ZONDER CONTACTPOGING SINDS DE
      *        OPVOLGTERMIJN (OF ZONDER ENIGE CONTACTPOGING SINDS DE
      *        OPNAME) KOMT OP DE LIJST.
      *----------------------------------------------------------------
       TOETS-OPVOLGING.
      ******************
           IF WS-NOU-LAATSTE-CONTACT = ZERO
              MOVE WS-NOU-OPNAME          TO WS-REFDATUM
           ELSE
              MOVE WS-NOU-LAATSTE-CONTACT TO WS-REFDATUM
           END-IF
           COMPUTE WS-MAANDEN =
                   (WS-VAN-CCYY - WS-REF-CCYY) * 12
                 + (WS-VAN-MM - WS-REF-MM)
           END-COMPUTE
           IF WS-MAANDEN NOT < WS-NOU-OPVOLG-MAANDEN
              ADD 1 TO WS-CNT-OPVOLGING
              MOVE WS-NOU-CONTACTEN TO WS-EDIT-AANTAL
              MOVE SPACES TO NOUL-REC
              STRING "OPVOLGEN     KONST=" DELIMITED BY SIZE
                     TRBFN-CONSTANTE       DELIMITED BY SIZE
                     " RNR="               DELIMITED BY SIZE
                     TRBFN-RNR             DELIMITED BY SIZE
                     " LAATSTE CONTACT="   DELIMITED BY SIZE
                     WS-NOU-LAATSTE-CONTACT DELIMITED BY SIZE
                     " CONTACTEN="         DELIMITED BY SIZE
                     WS-EDIT-AANTAL        DELIMITED BY SIZE
                     " VERJAART="          DELIMITED BY SIZE
                     WS-NOU-VERJARING      DELIMITED BY SIZE
                                      INTO NOUL-REC
              END-STRING
              WRITE NOUL-REC
           END-IF
           .
      *
       MELD-INSTRUCTIES-ZONDER-ZAAK.
      *******************************
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
              IF WS-INS-VERWERKT (WS-INS-IDX) = "N"
                 ADD 1 TO WS-CNT-ZONDER-ZAAK
                 MOVE SPACES TO NOUL-REC
                 STRING "INSTRUCTIE ZONDER OPEN ZAAK KONST="
                                                 DELIMITED BY SIZE
                        WS-INS-KONST (WS-INS-IDX)  DELIMITED BY SIZE
                        " VOLGNR="                 DELIMITED BY SIZE
                        WS-INS-VOLGNR (WS-INS-IDX) DELIMITED BY SIZE
                        " ACTIE="                  DELIMITED BY SIZE
                        WS-INS-ACTIE (WS-INS-IDX)  DELIMITED BY SIZE
                        " KLERK="                  DELIMITED BY SIZE
                        WS-INS-KLERK (WS-INS-IDX)  DELIMITED BY SIZE
                                              INTO NOUL-REC
                 END-STRING
                 WRITE NOUL-REC
              END-IF
           END-PERFORM
           .
      *
       BEREKEN-OGM.
      **************
           DIVIDE TRBFN-CONSTANTE BY 10000000
                  GIVING WS-OGM-QUOT
                  REMAINDER WS-OGM-REST
           DIVIDE TRBFN-NO-SUITE BY 1000
                  GIVING WS-OGM-QUOT
                  REMAINDER WS-OGM-SUITE
           COMPUTE WS-OGM-BASIS =
                   WS-OGM-REST * 1000 + WS-OGM-SUITE
           END-COMPUTE
           DIVIDE WS-OGM-BASIS BY 97
                  GIVING WS-OGM-QUOT
                  REMAINDER WS-OGM-REST
           IF WS-OGM-REST = ZERO
              MOVE 97 TO WS-OGM-CHECK
           ELSE
              MOVE WS-OGM-REST TO WS-OGM-CHECK
           END-IF
           .
      *
       SCHRIJF-OVERDRACHT-HOOFDING.
      ******************************
           MOVE SPACES      TO NOUD-REC
           SET NOUD-HOOFDING TO TRUE
           MOVE WS-VANDAAG  TO NOUD-DATUM
           MOVE ZERO        TO NOUD-KONST NOUD-VOLGNR NOUD-FEDERATIE
                               NOUD-BEGIN NOUD-VERJARING NOUD-BEDRAG
                               NOUD-AANTAL NOUD-TOTAAL-BEDRAG
           WRITE NOUD-REC
           .
      *
       SCHRIJF-OVERDRACHT-TOTAAL.
      ****************************
           MOVE SPACES      TO NOUD-REC
           SET NOUD-TOTAAL  TO TRUE
           MOVE WS-VANDAAG  TO NOUD-DATUM
           MOVE ZERO        TO NOUD-KONST NOUD-VOLGNR NOUD-FEDERATIE
                               NOUD-BEGIN NOUD-VERJARING NOUD-BEDRAG
           MOVE WS-CNT-OVERGEDRAGEN TO NOUD-AANTAL
           MOVE WS-TOT-OVERGEDRAGEN TO NOUD-TOTAAL-BEDRAG
           WRITE NOUD-REC
           .
      *
       SCHRIJVEN-PLSU.
      *****************
           ACCEPT WS-PLS-TIJD FROM TIME
           MOVE TRBFN-CONSTANTE    TO PLSU-KONST
           MOVE TRBFN-NO-SUITE     TO PLSU-VOLGNR
           MOVE WS-VANDAAG         TO PLSU-DATUM
           MOVE WS-PLS-TIJD        TO PLSU-TIJD
           MOVE "GIRNOUX4"         TO PLSU-PROGRAMMA
           MOVE WS-PLS-EVENT       TO PLSU-EVENT
           MOVE WS-PLS-DETAIL      TO PLSU-DETAIL
           WRITE PLSU-REC
           .
      *
      *----------------------------------------------------------------
      *RVH137: HET AUTORISATIEREGISTER VOLLEDIG INLEZEN. ONTBREEKT HET,
      *        DAN IS NIEMAND GEMACHTIGD: ELKE BESLISSING WORDT
      *        GEWEIGERD EN BLIJFT ONBESLIST.
      *----------------------------------------------------------------
       LADEN-AUTORISATIES.
      *********************
           OPEN INPUT AUTQ-FILE
           IF WS-AUTQ-STATUS = "00"
              PERFORM LEZEN-AUTQ
              PERFORM WITH TEST BEFORE UNTIL WS-AUTQ-EOF
                 IF WS-AUT-COUNT < 500
                    ADD 1 TO WS-AUT-COUNT
                    SET WS-AUT-IDX TO WS-AUT-COUNT
                    MOVE AUTQ-REC TO WS-AUT-ENTRY (WS-AUT-IDX)
                 ELSE
                    DISPLAY "GIRNOUX4 - AUTORISATIETABEL VOL - "
                            "OVERIGE GEBRUIKERS GENEGEERD"
                 END-IF
                 PERFORM LEZEN-AUTQ
              END-PERFORM
              CLOSE AUTQ-FILE
           ELSE
              DISPLAY "GIRNOUX4 - AUTORISATIEREGISTER ONTBREEKT - "
                      "ALLE BESLISSINGEN WORDEN GEWEIGERD"
           END-IF
           .
      *
       LEZEN-AUTQ.
      *************
           READ AUTQ-FILE
              AT END
                 SET WS-AUTQ-EOF TO TRUE
           END-READ
           .
      *
      *----------------------------------------------------------------
      *RVH137: EEN BESLISSING TOETSEN AAN HET AUTORISATIEREGISTER -
      *        INVOER WS-AUT-WACHTRIJ, -CONTROLEUR, -INVOERDER EN
      *        -BEDRAG. DE INVOERDER EN DE CONTROLEUR MOETEN TWEE
      *        VERSCHILLENDE PERSONEN ZIJN; DE CONTROLEUR MOET OP
      *        DE DATUM VAN DE RUN GEMACHTIGD ZIJN VOOR DE WACHTRIJ
      *        EN HET (ABSOLUTE) BEDRAG. BIJ WEIGERING STAAT DE
      *        REDEN IN WS-AUT-REDEN.
      *----------------------------------------------------------------
       TOETS-AUTORISATIE.
      ********************
           MOVE "N"    TO WS-AUT-OK-SW
           MOVE "N"    TO WS-AUT-GEVONDEN-SW
           MOVE "N"    TO WS-AUT-RIJ-SW
           MOVE SPACES TO WS-AUT-REDEN
           IF WS-AUT-BEDRAG < ZERO
              COMPUTE WS-AUT-BEDRAG = ZERO - WS-AUT-BEDRAG
              END-COMPUTE
           END-IF
           IF WS-AUT-CONTROLEUR NOT = SPACES AND WS-AUT-COUNT > ZERO
              SET WS-AUT-IDX TO 1
              SEARCH WS-AUT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AUT-GEBRUIKER (WS-AUT-IDX) = WS-AUT-CONTROLEUR
                    SET WS-AUT-GEVONDEN TO TRUE
              END-SEARCH
           END-IF
           IF WS-AUT-GEVONDEN
              PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
                      UNTIL WS-AUT-SUB > 8 OR WS-AUT-RIJ-OK
                 IF WS-AUT-RIJ (WS-AUT-IDX WS-AUT-SUB)
                                      = WS-AUT-WACHTRIJ OR = "****"
                    SET WS-AUT-RIJ-OK TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN WS-AUT-CONTROLEUR = SPACES
              MOVE "GEEN CONTROLEUR OPGEGEVEN" TO WS-AUT-REDEN
           WHEN WS-AUT-INVOERDER = SPACES
              MOVE "GEEN INVOERDER OPGEGEVEN" TO WS-AUT-REDEN
           WHEN WS-AUT-INVOERDER = WS-AUT-CONTROLEUR
              MOVE "INVOERDER EN CONTROLEUR ZIJN DEZELFDE"
                                     TO WS-AUT-REDEN
           WHEN NOT WS-AUT-GEVONDEN
              MOVE "CONTROLEUR NIET IN HET AUTORISATIEREGISTER"
                                     TO WS-AUT-REDEN
           WHEN WS-AUT-BEGINDATUM (WS-AUT-IDX) > WS-VANDAAG
             OR (WS-AUT-EINDDATUM (WS-AUT-IDX) NOT = ZERO
            AND WS-AUT-EINDDATUM (WS-AUT-IDX) < WS-VANDAAG)
              MOVE "MACHTIGING NIET GELDIG OP DEZE DATUM"
                                     TO WS-AUT-REDEN
           WHEN NOT WS-AUT-MAG-BESLISSEN (WS-AUT-IDX)
              MOVE "ROL GEEFT GEEN BESLISSINGSRECHT" TO WS-AUT-REDEN
           WHEN NOT WS-AUT-RIJ-OK
              MOVE "WACHTRIJ NIET TOEGELATEN VOOR CONTROLEUR"
                                     TO WS-AUT-REDEN
           WHEN WS-AUT-BEDRAG > WS-AUT-MAXBEDRAG (WS-AUT-IDX)
              MOVE "BEDRAG BOVEN HET MAXIMUM VAN DE CONTROLEUR"
                                     TO WS-AUT-REDEN
           WHEN OTHER
              SET WS-AUT-OK TO TRUE
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------
      *RVH137: GEWEIGERDE BESLISSING OP HET RAPPORT VAN DE
      *        AUTORISATIEWEIGERINGEN (AUTR) - HET BESTAND WORDT PAS
      *        BIJ DE EERSTE WEIGERING GEOPEND EN AANGEVULD.
      *----------------------------------------------------------------
       SCHRIJF-AUT-WEIGERING.
      ************************
           IF NOT AUTR-OPEN
              OPEN EXTEND AUTR-FILE
              IF WS-AUTR-STATUS = "05" OR = "35"
                 CLOSE AUTR-FILE
                 OPEN OUTPUT AUTR-FILE
              END-IF
              IF WS-AUTR-STATUS NOT = "00"
                 DISPLAY "GIRNOUX4 - ERREUR OPEN AUTR STATUS = "
                         WS-AUTR-STATUS
                 STOP RUN
              END-IF
              SET AUTR-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-CNT-AUT-GEWEIGERD
           MOVE SPACES            TO AUTR-REC
           MOVE "GIRNOUX4"        TO AUTR-PROGRAMMA
           MOVE WS-AUT-WACHTRIJ   TO AUTR-WACHTRIJ
           MOVE WS-VANDAAG        TO AUTR-DATUM
           MOVE WS-AUT-REFERENTIE TO AUTR-REFERENTIE
           MOVE WS-AUT-CONTROLEUR TO AUTR-CONTROLEUR
           MOVE WS-AUT-INVOERDER  TO AUTR-INVOERDER
           MOVE WS-AUT-BEDRAG     TO AUTR-BEDRAG
           MOVE WS-AUT-REDEN      TO AUTR-REDEN
           WRITE AUTR-REC
           .
      *
       FIN-REGISTER.
      ***************
           IF WS-GIRBET-ACTIEF
              CALL "GIRBETFN" USING WS-USAREA1
           END-IF
           MOVE WS-TOT-OPEN TO WS-EDIT-BEDRAG
           MOVE WS-CNT-OPEN TO WS-EDIT-AANTAL
           MOVE SPACES TO NOUL-REC
           STRING "TOTAAL OPEN ZAKEN: "  DELIMITED BY SIZE
                  WS-EDIT-AANTAL         DELIMITED BY SIZE
                  " BEDRAG="             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG         DELIMITED BY SIZE
                                    INTO NOUL-REC
           END-STRING
           WRITE NOUL-REC
           MOVE WS-TOT-OVERGEDRAGEN TO WS-EDIT-BEDRAG
           MOVE WS-CNT-OVERGEDRAGEN TO WS-EDIT-AANTAL
           MOVE SPACES TO NOUL-REC
           STRING "TOTAAL OVERGEDRAGEN AAN DE DEPOSITOKAS: "
                                         DELIMITED BY SIZE
                  WS-EDIT-AANTAL         DELIMITED BY SIZE
                  " BEDRAG="             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG         DELIMITED BY SIZE
                                    INTO NOUL-REC
           END-STRING
           WRITE NOUL-REC
           MOVE WS-TOT-UITBETAALD TO WS-EDIT-BEDRAG
           MOVE WS-CNT-UITBETAALD TO WS-EDIT-AANTAL
           MOVE SPACES TO NOUL-REC
           STRING "TOTAAL UITBETAALD NA AANMELDING: "
                                         DELIMITED BY SIZE
                  WS-EDIT-AANTAL         DELIMITED BY SIZE
                  " BEDRAG="             DELIMITED BY SIZE
                  WS-EDIT-BEDRAG         DELIMITED BY SIZE
                                    INTO NOUL-REC
           END-STRING
           WRITE NOUL-REC
           IF NOUO-OPEN
              CLOSE NOUO-FILE
           END-IF
           IF NOUI-OPEN
              CLOSE NOUI-FILE
           END-IF
           CLOSE NOUQ-FILE NOUA-FILE NOUD-FILE GLPD-FILE PLSU-FILE
                 NOUL-FILE
           IF AUTR-OPEN
              CLOSE AUTR-FILE
           END-IF
           MOVE WS-CNT-VORIG TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - ZAKEN VORIGE GENERATIE : " WS-DISPLAY-CNT
           MOVE WS-CNT-NIEUW TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - NIEUWE ZAKEN           : " WS-DISPLAY-CNT
           MOVE WS-CNT-CONTACT TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - CONTACTPOGINGEN        : " WS-DISPLAY-CNT
           MOVE WS-CNT-UITBETAALD TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - UITBETAALD             : " WS-DISPLAY-CNT
           MOVE WS-CNT-OVERGEDRAGEN TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - OVERGEDRAGEN DEPOSITOKAS: "
                   WS-DISPLAY-CNT
           MOVE WS-CNT-OPEN TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - OPEN ZAKEN             : " WS-DISPLAY-CNT
           MOVE WS-CNT-OPVOLGING TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - TE OPVOLGEN            : " WS-DISPLAY-CNT
           MOVE WS-CNT-ZONDER-ZAAK TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - INSTRUCTIE ZONDER ZAAK : " WS-DISPLAY-CNT
           MOVE WS-CNT-AUT-GEWEIGERD TO WS-DISPLAY-CNT
           DISPLAY "GIRNOUX4 - AUT. GEWEIGERD         : " WS-DISPLAY-CNT
           .
      *
      *----------------------------------------------------------------
      *RVH137: KETENBEWAKING - DIT PROGRAMMA HOORT NIET BIJ DE DAG-
      *        KETEN: DE RUN-UNIT WORDT ALS "BUITEN DE KETEN" AANGEMELD,
      *        ZODAT DE AANMELDING VAN TRBFNCX4 BIJ DE HERAANBIEDING
      *        NIET ALS GIRBET-RUN VAN DE WERKDAG WORDT GEREGISTREERD.
      *----------------------------------------------------------------
       KETEN-BUITEN.
      ***************
           MOVE "B"        TO WS-KET-FUNCTIE
           MOVE "GIRNOUX4" TO WS-KET-PROGRAMMA
           MOVE ZERO       TO WS-KET-RUNSEQ
                              WS-KET-RC
           CALL "GIRKETX4" USING WS-KET-PARM
           .

      ******************************************************************
      **  GIRREGX4 : MUTATIEGESTUURD ONDERHOUD VAN DE OPERATOR-        *
      **  --------   REGISTERS (BSLQ/SCRQ/SLDQ/MNDQ/BICQ/KALQ/STPQ/    *
RVH135**             IBWQ/VDLQ/AUTQ/BUDQ/FRZQ)                         *
      **                                                               *
      **  - VERALGEMEENT HET GIRTBLX4-PATROON: DE ZES MET DE HAND      *
      **    BEWERKTE REGISTERS DIE ECHT GELD BLOKKEREN OF OMLEIDEN     *
      **  - EEN PARAMETERREKORD (REGP) KIEST HET REGISTER VAN DEZE     *
      **    RUN; DE JCL ALLOCEERT DE IN- EN UITVOERGENERATIE VAN       *
      **    DAT REGISTER ONDER ZIJN EIGEN DD-NAAM (BSLO/BSLN,          *
      **    SCRO/SCRN, SLDO/SLDN, MNDO/MNDN, BICO/BICN, KALO/KALN,     *
      **    STPO/STPN, IBWO/IBWN, VDLO/VDLN)                           *
      **    IN DE ECHTE REGISTERINDELING. ALLE INVOEREN ZIJN           *
      **    OPLOPEND GESORTEERD OP DE REGISTERSLEUTEL.                 *
      **  - DE GESLEUTELDE MASTERS BSLQ EN SLDQ (RVH096) WORDEN NIET   *
      **    (REGW, ZELFDE INDELING ALS HET MUTATIEBESTAND), ZODAT      *
      **    EEN BESLAG- OF SANCTIE-ENTRY VOORAF KAN WORDEN KLAARGEZET  *
      **    EN PAS OP ZIJN INGANGSDATUM DOORWERKT.                     *
RVH124**  - HET AUTORISATIEREGISTER (AUTQ: GEBRUIKER, ROL, TOEGELATEN  *
RVH124**    WACHTRIJEN, MAXIMUMBEDRAG, GELDIGHEID) WORDT OOK HIER      *
RVH124**    ONDERHOUDEN. ELKE MUTATIE DRAAGT NAAST DE INVOERDER        *
RVH124**    (GEBRUIKER) EEN CONTROLEUR; DIE MOET EEN ANDERE PERSOON    *
RVH124**    ZIJN EN VOLGENS AUTQ GEMACHTIGD VOOR HET REGISTER - VOOR   *
RVH124**    AUTQ ZELF ENKEL EEN SUPERVISOR. EEN GEWEIGERDE MUTATIE     *
RVH124**    GAAT OOK NAAR HET WEIGERINGSRAPPORT (AUTR).                *
RVH127**  - HET BUDGETREGISTER (BUDQ: MAANDELIJKSE ENVELOPPE PER       *
RVH127**    FEDERATIE EN CODE-LIBELLE) IS GESLEUTELD ZOALS BSLQ/SLDQ   *
RVH127**    EN WORDT OP DEZELFDE MANIER ONTLADEN (BUDO) EN HERLADEN    *
RVH127**    (BUDN). HET VERBRUIK VAN DE MAAND HOUDT TRBFNCX4 BIJ: EEN  *
RVH127**    TOEVOEGING ZET HET OP NUL, EEN WIJZIGING RAAKT ENKEL DE    *
RVH127**    ENVELOPPE (VERHOGING OP VRAAG VAN DE FEDERATIE).           *
RVH135**  - HET BEVRIEZINGSREGISTER (FRZQ: NOODSTOP PER FEDERATIE,     *
RVH135**    CODE-LIBELLE OF BEIDE, "***"/"**" = ALLE) WORDT OOK HIER   *
RVH135**    ONDERHOUDEN. WIE DE BEVRIEZING ZET EN WANNEER, NEEMT HET   *
RVH135**    PROGRAMMA OVER UIT DE MUTATIE; OPHEFFEN = SCHRAPPEN.       *
      **                                                               *
      ******************************************************************
      *RVH075: NIEUW ONDERHOUDSPROGRAMMA VOOR DE OPERATOR-REGISTERS,
      *        GESCHREVEN (EEN BESTANDSPAAR PER REGISTER) I.P.V. ALS
      *        GENERIEK 80-BYTE BEELD, EN HET MUTATIELEZEN LOOPT ALS
      *        LUS I.P.V. RECURSIEF.
      *RVH112: HET BETALINGSSTOPREGISTER (STPQ) ERBIJ.
      *RVH113: DE IBAN-WATCHLIST (IBWQ) ERBIJ; DE SLEUTELZONES ZIJN
      *        VERBREED TOT 35 POSITIES (SOORT + IBAN VAN STPQ).
      *RVH115: HET MANDATENREGISTER (MNDQ) IN ZIJN NIEUWE INDELING
      *        VAN 69 POSITIES (REFERENTIE, ONDERTEKENDATUM, LAATSTE
      *        INNING, SEQUENTIE, STATUS).
      *RVH121: HET VERDELINGSREGISTER (VDLQ) ERBIJ.
      *RVH124: HET AUTORISATIEREGISTER (AUTQ) ERBIJ, EN ELKE MUTATIE
      *        GETOETST AAN AUTQ MET VIER-OGENPRINCIPE.
      *RVH126: HET BESLAGREGISTER (BSLQ) IN ZIJN NIEUWE INDELING VAN
      *        71 POSITIES (EINDDATUM VAN HET BESLAG).
      *RVH127: HET BUDGETREGISTER (BUDQ) ERBIJ.
      *RVH135: HET BEVRIEZINGSREGISTER (FRZQ) ERBIJ.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
RVH104*     REGISTERS IN HUN ECHTE INDELING PER BESTANDSPAAR;
RVH104*     MUTATIELEZEN ALS LUS.
RVH104*
RVH112* RVH112 15/10/2026
RVH112*     BETALINGSSTOPREGISTER STPQ (STPO/STPN) MET VALIDATIE VAN
RVH112*     SOORT, AANVRAGER EN VERVALDATUM.
RVH112*
RVH113* RVH113 15/10/2026
RVH113*     IBAN-WATCHLIST IBWQ (IBWO/IBWN) MET VALIDATIE VAN REDEN,
RVH113*     BRON EN DATUM; SLEUTELZONES VERBREED TOT 35 POSITIES.
RVH113*
RVH115* RVH115 15/10/2026
RVH115*     MANDATENREGISTER MNDQ UITGEBREID TOT 69 POSITIES MET
RVH115*     VALIDATIE VAN REFERENTIE, DATUMS, SEQUENTIE EN STATUS.
RVH115*
RVH121* RVH121 15/10/2026
RVH121*     VERDELINGSREGISTER VDLQ (VDLO/VDLN) MET VALIDATIE VAN
RVH121*     CODE-LIBELLE, SOORT, BEDRAG/PERCENTAGE, IBAN EN
RVH121*     GELDIGHEIDSPERIODE.
RVH121*
RVH124* RVH124 15/10/2026
RVH124*     AUTORISATIEREGISTER AUTQ (AUTO/AUTN) MET VALIDATIE VAN
RVH124*     ROL, WACHTRIJEN, MAXIMUMBEDRAG EN GELDIGHEID; CONTROLEUR
RVH124*     OP DE MUTATIE, GETOETST AAN AUTQ; WEIGERINGEN NAAR AUTR.
RVH124*
RVH126* RVH126 15/10/2026
RVH126*     BESLAGREGISTER BSLQ UITGEBREID TOT 71 POSITIES MET DE
RVH126*     EINDDATUM VAN HET BESLAG (NUL = ONBEPAALD), GEVALIDEERD.
RVH126*
RVH127* RVH127 15/10/2026
RVH127*     BUDGETREGISTER BUDQ (BUDO/BUDN) MET VALIDATIE VAN
RVH127*     FEDERATIE, CODE-LIBELLE EN ENVELOPPE; MAAND EN VERBRUIK
RVH127*     BLIJVEN BIJ EEN WIJZIGING DIE VAN DE MASTER.
RVH127*
RVH135* RVH135 15/10/2026
RVH135*     BEVRIEZINGSREGISTER FRZQ (FRZO/FRZN) MET VALIDATIE VAN
RVH135*     FEDERATIE, CODE-LIBELLE (MET JOKERS) EN REDEN; GEZET-DOOR
RVH135*     EN DATUM UIT DE MUTATIE.
RVH135*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
           SELECT KALN-FILE ASSIGN TO KALN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-REGN-STATUS.
RVH112     SELECT STPO-FILE ASSIGN TO STPO
RVH112            ORGANIZATION IS SEQUENTIAL
RVH112            FILE STATUS  IS WS-REGO-STATUS.
RVH112     SELECT STPN-FILE ASSIGN TO STPN
RVH112            ORGANIZATION IS SEQUENTIAL
RVH112            FILE STATUS  IS WS-REGN-STATUS.
RVH113     SELECT IBWO-FILE ASSIGN TO IBWO
RVH113            ORGANIZATION IS SEQUENTIAL
RVH113            FILE STATUS  IS WS-REGO-STATUS.
RVH113     SELECT IBWN-FILE ASSIGN TO IBWN
RVH113            ORGANIZATION IS SEQUENTIAL
RVH113            FILE STATUS  IS WS-REGN-STATUS.
RVH121     SELECT VDLO-FILE ASSIGN TO VDLO
RVH121            ORGANIZATION IS SEQUENTIAL
RVH121            FILE STATUS  IS WS-REGO-STATUS.
RVH121     SELECT VDLN-FILE ASSIGN TO VDLN
RVH121            ORGANIZATION IS SEQUENTIAL
RVH121            FILE STATUS  IS WS-REGN-STATUS.
RVH124     SELECT AUTO-FILE ASSIGN TO AUTO
RVH124            ORGANIZATION IS SEQUENTIAL
RVH124            FILE STATUS  IS WS-REGO-STATUS.
RVH124     SELECT AUTN-FILE ASSIGN TO AUTN
RVH124            ORGANIZATION IS SEQUENTIAL
RVH124            FILE STATUS  IS WS-REGN-STATUS.
RVH127     SELECT BUDO-FILE ASSIGN TO BUDO
RVH127            ORGANIZATION IS SEQUENTIAL
RVH127            FILE STATUS  IS WS-REGO-STATUS.
RVH127     SELECT BUDN-FILE ASSIGN TO BUDN
RVH127            ORGANIZATION IS SEQUENTIAL
RVH127            FILE STATUS  IS WS-REGN-STATUS.
RVH135     SELECT FRZO-FILE ASSIGN TO FRZO
RVH135            ORGANIZATION IS SEQUENTIAL
RVH135            FILE STATUS  IS WS-REGO-STATUS.
RVH135     SELECT FRZN-FILE ASSIGN TO FRZN
RVH135            ORGANIZATION IS SEQUENTIAL
RVH135            FILE STATUS  IS WS-REGN-STATUS.
      *----------------------------------------------------------------
      *RVH075: MUTATIES, OPLOPEND GESORTEERD OP DE REGISTERSLEUTEL
      *        BINNEN HET REKORDBEELD.
           SELECT REGW-FILE ASSIGN TO REGW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-REGW-STATUS.
      *----------------------------------------------------------------
      *RVH124: AUTORISATIEREGISTER (AUTQ, ONDERHOUDEN VIA GIRREGX4) EN
      *        HET GEDEELDE RAPPORT VAN DE AUTORISATIEWEIGERINGEN
      *        (AUTR) - ELK DISPOSITIEPROGRAMMA VOEGT ER ZIJN
      *        WEIGERINGEN AAN TOE.
      *----------------------------------------------------------------
RVH124     SELECT AUTQ-FILE ASSIGN TO AUTQ
RVH124            ORGANIZATION IS SEQUENTIAL
RVH124            FILE STATUS  IS WS-AUTQ-STATUS.
RVH124     SELECT AUTR-FILE ASSIGN TO AUTR
RVH124            ORGANIZATION IS SEQUENTIAL
RVH124            FILE STATUS  IS WS-AUTR-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *----------------------------------------------------------------
       FD  BSLO-FILE
           RECORDING MODE IS F.
RVH126 01  BSLO-REC                     PIC X(71).
       FD  BSLN-FILE
           RECORDING MODE IS F.
RVH126 01  BSLN-REC                     PIC X(71).
       FD  SCRO-FILE
           RECORDING MODE IS F.
       01  SCRO-REC                     PIC X(33).
       01  SLDN-REC                     PIC X(21).
       FD  MNDO-FILE
           RECORDING MODE IS F.
RVH115 01  MNDO-REC                     PIC X(69).
       FD  MNDN-FILE
           RECORDING MODE IS F.
RVH115 01  MNDN-REC                     PIC X(69).
       FD  BICO-FILE
           RECORDING MODE IS F.
       01  BICO-REC                     PIC X(17).
       FD  KALN-FILE
           RECORDING MODE IS F.
       01  KALN-REC                     PIC X(08).
RVH112 FD  STPO-FILE
RVH112     RECORDING MODE IS F.
RVH112 01  STPO-REC                     PIC X(67).
RVH112 FD  STPN-FILE
RVH112     RECORDING MODE IS F.
RVH112 01  STPN-REC                     PIC X(67).
RVH113 FD  IBWO-FILE
RVH113     RECORDING MODE IS F.
RVH113 01  IBWO-REC                     PIC X(63).
RVH113 FD  IBWN-FILE
RVH113     RECORDING MODE IS F.
RVH113 01  IBWN-REC                     PIC X(63).
RVH121 FD  VDLO-FILE
RVH121     RECORDING MODE IS F.
RVH121 01  VDLO-REC                     PIC X(79).
RVH121 FD  VDLN-FILE
RVH121     RECORDING MODE IS F.
RVH121 01  VDLN-REC                     PIC X(79).
RVH124 FD  AUTO-FILE
RVH124     RECORDING MODE IS F.
RVH124 01  AUTO-REC                     PIC X(65).
RVH124 FD  AUTN-FILE
RVH124     RECORDING MODE IS F.
RVH124 01  AUTN-REC                     PIC X(65).
RVH127 FD  BUDO-FILE
RVH127     RECORDING MODE IS F.
RVH127 01  BUDO-REC                     PIC X(33).
RVH127 FD  BUDN-FILE
RVH127     RECORDING MODE IS F.
RVH127 01  BUDN-REC                     PIC X(33).
RVH135 FD  FRZO-FILE
RVH135     RECORDING MODE IS F.
RVH135 01  FRZO-REC                     PIC X(60).
RVH135 FD  FRZN-FILE
RVH135     RECORDING MODE IS F.
RVH135 01  FRZN-REC                     PIC X(60).
       FD  REGT-FILE
           RECORDING MODE IS F.
       01  REGT-REC.
           05  REGT-INGANGSDATUM        PIC 9(08).
           05  REGT-GEBRUIKER           PIC X(08).
           05  REGT-DATA                PIC X(80).
RVH124     05  REGT-CONTROLEUR          PIC X(08).
       FD  REGA-FILE
           RECORDING MODE IS F.
       01  REGA-REC.
           05  REGA-RESULTAAT           PIC X(40).
           05  REGA-VOOR                PIC X(80).
           05  REGA-NA                  PIC X(80).
RVH124     05  REGA-CONTROLEUR          PIC X(08).
       FD  REGW-FILE
           RECORDING MODE IS F.
       01  REGW-REC.
           05  REGW-INGANGSDATUM        PIC 9(08).
           05  REGW-GEBRUIKER           PIC X(08).
           05  REGW-DATA                PIC X(80).
RVH124     05  REGW-CONTROLEUR          PIC X(08).
RVH124 FD  AUTQ-FILE
RVH124     RECORDING MODE IS F.
RVH124 01  AUTQ-REC.
RVH124     05  AUTQ-GEBRUIKER           PIC X(08).
RVH124     05  AUTQ-ROL                 PIC X(01).
RVH124     05  AUTQ-WACHTRIJEN          PIC X(32).
RVH124     05  AUTQ-MAXBEDRAG           PIC 9(08).
RVH124     05  AUTQ-BEGINDATUM          PIC 9(08).
RVH124     05  AUTQ-EINDDATUM           PIC 9(08).
RVH124 FD  AUTR-FILE
RVH124     RECORDING MODE IS F.
RVH124 01  AUTR-REC.
RVH124     05  AUTR-PROGRAMMA           PIC X(08).
RVH124     05  AUTR-WACHTRIJ            PIC X(04).
RVH124     05  AUTR-DATUM               PIC 9(08).
RVH124     05  AUTR-REFERENTIE          PIC X(14).
RVH124     05  AUTR-CONTROLEUR          PIC X(08).
RVH124     05  AUTR-INVOERDER           PIC X(08).
RVH124     05  AUTR-BEDRAG              PIC S9(09).
RVH124     05  AUTR-REDEN               PIC X(40).
RVH124     05  FILLER                   PIC X(01).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-REGP-STATUS               PIC XX VALUE ZEROES.
      *RVH075: HET GEKOZEN REGISTER, ZIJN SLEUTEL- EN REKORDLENGTE -
      *        DE SLEUTEL STAAT BIJ ELK VAN DE ZES REGISTERS VOORAAN
      *        IN HET REKORDBEELD:
RVH126*          BSLQ : RIJKSNUMMER            (13) - REKORD 71
      *          SCRQ : NAAM + LAND            (33) - REKORD 33
      *          SLDQ : RIJKSNUMMER            (13) - REKORD 21
RVH115*          MNDQ : RIJKSNUMMER            (13) - REKORD 69
      *          BICQ : LANDKODE + BANKKODE    (06) - REKORD 17
      *          KALQ : DATUM                  (08) - REKORD 08
RVH112*          STPQ : SOORT + RNR/IBAN       (35) - REKORD 67
RVH113*          IBWQ : IBAN                   (34) - REKORD 63
RVH121*          VDLQ : RIJKSNUMMER + LIBELLE  (15) - REKORD 79
RVH124*          AUTQ : GEBRUIKER              (08) - REKORD 65
RVH127*          BUDQ : FEDERATIE + LIBELLE    (05) - REKORD 33
RVH135*          FRZQ : FEDERATIE + LIBELLE    (05) - REKORD 60
      *----------------------------------------------------------------
       01  WS-REG-CODE                  PIC X(04).
           88  WS-REG-BSLQ              VALUE "BSLQ".
           88  WS-REG-MNDQ              VALUE "MNDQ".
           88  WS-REG-BICQ              VALUE "BICQ".
           88  WS-REG-KALQ              VALUE "KALQ".
RVH112     88  WS-REG-STPQ              VALUE "STPQ".
RVH113     88  WS-REG-IBWQ              VALUE "IBWQ".
RVH121     88  WS-REG-VDLQ              VALUE "VDLQ".
RVH124     88  WS-REG-AUTQ              VALUE "AUTQ".
RVH127     88  WS-REG-BUDQ              VALUE "BUDQ".
RVH135     88  WS-REG-FRZQ              VALUE "FRZQ".
       01  WS-KEY-LEN                   PIC 9(02) VALUE ZERO.
       01  WS-REC-LEN                   PIC 9(02) VALUE ZERO.
RVH113 01  WS-MST-KEY                   PIC X(35).
RVH113 01  WS-MUT-KEY                   PIC X(35).
      *----------------------------------------------------------------
      *RVH104: WERKBEELDEN - HET MASTERREKORD EN HET MUTATIEBEELD IN
      *        EEN 80-BYTE WERKZONE; ENKEL DE EERSTE WS-REC-LEN
      *        BYTES ZIJN BETEKENISVOL EN WORDEN GESCHREVEN.
      *----------------------------------------------------------------
       01  WS-MST-BEELD                 PIC X(80).
RVH127 01  WS-MST-BUDQ REDEFINES WS-MST-BEELD.
RVH127     05  FILLER                   PIC X(05).
RVH127     05  WS-MS-BUD-MAAND          PIC 9(06).
RVH127     05  FILLER                   PIC X(11).
RVH127     05  WS-MS-BUD-VERBRUIK       PIC S9(11).
RVH127     05  FILLER                   PIC X(47).
       01  WS-UIT-BEELD                 PIC X(80).
RVH127 01  WS-UIT-BUDQ REDEFINES WS-UIT-BEELD.
RVH127     05  FILLER                   PIC X(05).
RVH127     05  WS-UB-BUD-MAAND          PIC 9(06).
RVH127     05  FILLER                   PIC X(11).
RVH127     05  WS-UB-BUD-VERBRUIK       PIC S9(11).
RVH127     05  FILLER                   PIC X(47).
RVH135 01  WS-UIT-FRZQ REDEFINES WS-UIT-BEELD.
RVH135     05  FILLER                   PIC X(35).
RVH135     05  WS-UB-FRZ-GEZET-DOOR     PIC X(08).
RVH135     05  WS-UB-FRZ-DATUM          PIC 9(08).
RVH135     05  FILLER                   PIC X(29).
      *----------------------------------------------------------------
      *RVH075: OVERLAYS VOOR DE REGISTERSPECIFIEKE VALIDATIE VAN HET
      *        MUTATIEBEELD.
           05  WS-MB-BSL-DOSSIER        PIC X(12).
           05  WS-MB-BSL-SCHULDEISER    PIC X(30).
           05  WS-MB-BSL-PLAFOND        PIC S9(08).
RVH126     05  WS-MB-BSL-EINDDATUM      PIC 9(08).
RVH126     05  WS-MB-BSL-EINDE-RED REDEFINES WS-MB-BSL-EINDDATUM.
RVH126         10  WS-MB-BSL-EINDE-CCYY PIC 9(04).
RVH126         10  WS-MB-BSL-EINDE-MM   PIC 9(02).
RVH126         10  WS-MB-BSL-EINDE-DD   PIC 9(02).
RVH126     05  FILLER                   PIC X(09).
       01  WS-MUT-SCRQ REDEFINES WS-MUT-BEELD.
           05  WS-MB-SCR-NAAM           PIC X(30).
           05  WS-MB-SCR-LND            PIC X(03).
           05  FILLER                   PIC X(59).
       01  WS-MUT-MNDQ REDEFINES WS-MUT-BEELD.
           05  WS-MB-MND-RNR            PIC X(13).
RVH115     05  WS-MB-MND-REFERENTIE     PIC X(35).
RVH115     05  WS-MB-MND-ONDERTEKEND    PIC 9(08).
RVH115     05  WS-MB-MND-ONDERT-RED REDEFINES WS-MB-MND-ONDERTEKEND.
RVH115         10  WS-MB-MND-CCYY       PIC 9(04).
RVH115         10  WS-MB-MND-MM         PIC 9(02).
RVH115         10  WS-MB-MND-DD         PIC 9(02).
RVH115     05  WS-MB-MND-LAATST-GEBRUIKT
RVH115                                  PIC 9(08).
RVH115     05  WS-MB-MND-SEQUENTIE      PIC X(04).
RVH115         88  WS-MB-MND-SEQUENTIE-OK
RVH115                                  VALUE "FRST" "RCUR".
RVH115     05  WS-MB-MND-STATUS         PIC X(01).
RVH115         88  WS-MB-MND-STATUS-OK  VALUE "A" "V".
RVH115     05  FILLER                   PIC X(11).
       01  WS-MUT-BICQ REDEFINES WS-MUT-BEELD.
           05  WS-MB-BIC-LAND           PIC X(02).
           05  WS-MB-BIC-BANKCODE       PIC X(04).
               10  WS-MB-KAL-MM         PIC 9(02).
               10  WS-MB-KAL-DD         PIC 9(02).
           05  FILLER                   PIC X(72).
RVH112 01  WS-MUT-STPQ REDEFINES WS-MUT-BEELD.
RVH112     05  WS-MB-STP-SOORT          PIC X(01).
RVH112         88  WS-MB-STP-SOORT-OK   VALUE "R" "I".
RVH112     05  WS-MB-STP-SLEUTEL        PIC X(34).
RVH112     05  WS-MB-STP-REDEN          PIC X(20).
RVH112     05  WS-MB-STP-AANVRAGER      PIC X(01).
RVH112         88  WS-MB-STP-AANVRAGER-OK
RVH112                                  VALUE "L" "F".
RVH112     05  WS-MB-STP-FEDERATIE      PIC X(03).
RVH112     05  WS-MB-STP-VERVALDATUM    PIC 9(08).
RVH112     05  WS-MB-STP-VERVAL-RED REDEFINES WS-MB-STP-VERVALDATUM.
RVH112         10  WS-MB-STP-CCYY       PIC 9(04).
RVH112         10  WS-MB-STP-MM         PIC 9(02).
RVH112         10  WS-MB-STP-DD         PIC 9(02).
RVH112     05  FILLER                   PIC X(13).
RVH113 01  WS-MUT-IBWQ REDEFINES WS-MUT-BEELD.
RVH113     05  WS-MB-IBW-IBAN           PIC X(34).
RVH113     05  WS-MB-IBW-REDEN          PIC X(20).
RVH113     05  WS-MB-IBW-BRON           PIC X(01).
RVH113         88  WS-MB-IBW-BRON-OK    VALUE "B" "P".
RVH113     05  WS-MB-IBW-DATUM          PIC 9(08).
RVH113     05  WS-MB-IBW-DATUM-RED REDEFINES WS-MB-IBW-DATUM.
RVH113         10  WS-MB-IBW-CCYY       PIC 9(04).
RVH113         10  WS-MB-IBW-MM         PIC 9(02).
RVH113         10  WS-MB-IBW-DD         PIC 9(02).
RVH113     05  FILLER                   PIC X(17).
RVH121 01  WS-MUT-VDLQ REDEFINES WS-MUT-BEELD.
RVH121     05  WS-MB-VDL-RNR            PIC X(13).
RVH121     05  WS-MB-VDL-LIBEL          PIC X(02).
RVH121     05  WS-MB-VDL-SOORT          PIC X(01).
RVH121         88  WS-MB-VDL-SOORT-OK   VALUE "B" "P".
RVH121         88  WS-MB-VDL-VAST       VALUE "B".
RVH121     05  WS-MB-VDL-BEDRAG         PIC 9(08).
RVH121     05  WS-MB-VDL-PERCENT        PIC 9(03)V99.
RVH121     05  WS-MB-VDL-IBAN           PIC X(34).
RVH121     05  WS-MB-VDL-IBAN-RED REDEFINES WS-MB-VDL-IBAN.
RVH121         10  WS-MB-VDL-IBAN-LAND  PIC X(02).
RVH121         10  WS-MB-VDL-IBAN-CTRL  PIC X(02).
RVH121         10  FILLER               PIC X(30).
RVH121     05  WS-MB-VDL-BEGINDATUM     PIC 9(08).
RVH121     05  WS-MB-VDL-BEGIN-RED REDEFINES WS-MB-VDL-BEGINDATUM.
RVH121         10  WS-MB-VDL-BEGIN-CCYY PIC 9(04).
RVH121         10  WS-MB-VDL-BEGIN-MM   PIC 9(02).
RVH121         10  WS-MB-VDL-BEGIN-DD   PIC 9(02).
RVH121     05  WS-MB-VDL-EINDDATUM      PIC 9(08).
RVH121     05  WS-MB-VDL-EINDE-RED REDEFINES WS-MB-VDL-EINDDATUM.
RVH121         10  WS-MB-VDL-EINDE-CCYY PIC 9(04).
RVH121         10  WS-MB-VDL-EINDE-MM   PIC 9(02).
RVH121         10  WS-MB-VDL-EINDE-DD   PIC 9(02).
RVH121     05  FILLER                   PIC X(01).
RVH124 01  WS-MUT-AUTQ REDEFINES WS-MUT-BEELD.
RVH124     05  WS-MB-AUT-GEBRUIKER      PIC X(08).
RVH124     05  WS-MB-AUT-ROL            PIC X(01).
RVH124         88  WS-MB-AUT-ROL-OK     VALUE "B" "S" "I".
RVH124     05  WS-MB-AUT-WACHTRIJEN     PIC X(32).
RVH124     05  WS-MB-AUT-MAXBEDRAG      PIC 9(08).
RVH124     05  WS-MB-AUT-BEGINDATUM     PIC 9(08).
RVH124     05  WS-MB-AUT-BEGIN-RED REDEFINES WS-MB-AUT-BEGINDATUM.
RVH124         10  WS-MB-AUT-BEGIN-CCYY PIC 9(04).
RVH124         10  WS-MB-AUT-BEGIN-MM   PIC 9(02).
RVH124         10  WS-MB-AUT-BEGIN-DD   PIC 9(02).
RVH124     05  WS-MB-AUT-EINDDATUM      PIC 9(08).
RVH124     05  FILLER                   PIC X(15).
RVH127 01  WS-MUT-BUDQ REDEFINES WS-MUT-BEELD.
RVH127     05  WS-MB-BUD-FED            PIC X(03).
RVH127     05  WS-MB-BUD-LIBEL          PIC X(02).
RVH127     05  WS-MB-BUD-MAAND          PIC X(06).
RVH127     05  WS-MB-BUD-ENVELOP        PIC S9(11).
RVH127     05  WS-MB-BUD-VERBRUIK       PIC X(11).
RVH127     05  FILLER                   PIC X(47).
RVH135 01  WS-MUT-FRZQ REDEFINES WS-MUT-BEELD.
RVH135     05  WS-MB-FRZ-FED            PIC X(03).
RVH135         88  WS-MB-FRZ-FED-ALLE   VALUE "***".
RVH135     05  WS-MB-FRZ-LIBEL          PIC X(02).
RVH135         88  WS-MB-FRZ-LIBEL-ALLE VALUE "**".
RVH135     05  WS-MB-FRZ-REDEN          PIC X(30).
RVH135     05  FILLER                   PIC X(45).
       01  WS-GELDIG-SW                 PIC X VALUE "N".
           88  WS-MUTATIE-GELDIG        VALUE "Y".
       01  WS-FOUT-TEKST                PIC X(40).
       01  WS-CNT-GESCHRAPT             PIC 9(05) VALUE ZERO.
       01  WS-CNT-GEWEIGERD             PIC 9(05) VALUE ZERO.
       01  WS-CNT-GEWACHT               PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH124: AUTORISATIETABEL - HET REGISTER WORDT VOLLEDIG INGELEZEN
      *        EN PER BESLISSING OPGEZOCHT OP DE CONTROLEUR. ROL "B"
      *        (BEHANDELAAR) EN "S" (SUPERVISOR) MOGEN BESLISSEN, "I"
      *        (ENKEL INZAGE) NIET. WACHTRIJ "****" STAAT ALLE
      *        WACHTRIJEN TOE; EINDDATUM NUL IS ONBEPAALD.
      *----------------------------------------------------------------
RVH124 01  WS-AUTQ-STATUS               PIC XX VALUE ZEROES.
RVH124 01  WS-AUTR-STATUS               PIC XX VALUE ZEROES.
RVH124 01  WS-AUTQ-EOF-SW               PIC X VALUE "N".
RVH124     88  WS-AUTQ-EOF              VALUE "Y".
RVH124 01  WS-AUTR-SW                   PIC X VALUE "N".
RVH124     88  AUTR-OPEN                VALUE "Y".
RVH124 01  WS-AUT-TABLE.
RVH124     05  WS-AUT-ENTRY OCCURS 500 TIMES
RVH124                      INDEXED BY WS-AUT-IDX.
RVH124         10  WS-AUT-GEBRUIKER     PIC X(08).
RVH124         10  WS-AUT-ROL           PIC X(01).
RVH124             88  WS-AUT-MAG-BESLISSEN VALUE "B" "S".
RVH124             88  WS-AUT-SUPERVISOR    VALUE "S".
RVH124         10  WS-AUT-RIJ           PIC X(04) OCCURS 8.
RVH124         10  WS-AUT-MAXBEDRAG     PIC 9(08).
RVH124         10  WS-AUT-BEGINDATUM    PIC 9(08).
RVH124         10  WS-AUT-EINDDATUM     PIC 9(08).
RVH124 01  WS-AUT-COUNT                 PIC 9(04) VALUE ZERO.
RVH124 01  WS-AUT-SUB                   PIC 9(02).
RVH124 01  WS-AUT-GEVONDEN-SW           PIC X VALUE "N".
RVH124     88  WS-AUT-GEVONDEN          VALUE "Y".
RVH124 01  WS-AUT-RIJ-SW                PIC X VALUE "N".
RVH124     88  WS-AUT-RIJ-OK            VALUE "Y".
RVH124 01  WS-AUT-OK-SW                 PIC X VALUE "N".
RVH124     88  WS-AUT-OK                VALUE "Y".
RVH124 01  WS-AUT-WACHTRIJ              PIC X(04).
RVH124 01  WS-AUT-CONTROLEUR            PIC X(08).
RVH124 01  WS-AUT-INVOERDER             PIC X(08).
RVH124 01  WS-AUT-BEDRAG                PIC S9(09).
RVH124 01  WS-AUT-REFERENTIE            PIC X(14).
RVH124 01  WS-AUT-REDEN                 PIC X(40).
RVH124 01  WS-CNT-AUT-GEWEIGERD         PIC 9(07) VALUE ZERO.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       PAR-TRAITEMENT-REGISTER.
      *---------------------------------
           PERFORM OPEN-REGISTER
RVH124     PERFORM LADEN-AUTORISATIES
           PERFORM LEZEN-MASTER
           PERFORM LEZEN-REGT
           PERFORM WITH TEST BEFORE
           EVALUATE TRUE
           WHEN WS-REG-BSLQ
              MOVE 13 TO WS-KEY-LEN
RVH126        MOVE 71 TO WS-REC-LEN
              OPEN INPUT  BSLO-FILE
              PERFORM TOETS-REGO-STATUS
              OPEN OUTPUT BSLN-FILE
              PERFORM TOETS-REGN-STATUS
           WHEN WS-REG-MNDQ
              MOVE 13 TO WS-KEY-LEN
RVH115        MOVE 69 TO WS-REC-LEN
              OPEN INPUT  MNDO-FILE
              PERFORM TOETS-REGO-STATUS
              OPEN OUTPUT MNDN-FILE
              PERFORM TOETS-REGO-STATUS
              OPEN OUTPUT KALN-FILE
              PERFORM TOETS-REGN-STATUS
RVH112     WHEN WS-REG-STPQ
RVH112        MOVE 35 TO WS-KEY-LEN
RVH112        MOVE 67 TO WS-REC-LEN
RVH112        OPEN INPUT  STPO-FILE
RVH112        PERFORM TOETS-REGO-STATUS
RVH112        OPEN OUTPUT STPN-FILE
RVH112        PERFORM TOETS-REGN-STATUS
RVH113     WHEN WS-REG-IBWQ
RVH113        MOVE 34 TO WS-KEY-LEN
RVH113        MOVE 63 TO WS-REC-LEN
RVH113        OPEN INPUT  IBWO-FILE
RVH113        PERFORM TOETS-REGO-STATUS
RVH113        OPEN OUTPUT IBWN-FILE
RVH113        PERFORM TOETS-REGN-STATUS
RVH121     WHEN WS-REG-VDLQ
RVH121        MOVE 15 TO WS-KEY-LEN
RVH121        MOVE 79 TO WS-REC-LEN
RVH121        OPEN INPUT  VDLO-FILE
RVH121        PERFORM TOETS-REGO-STATUS
RVH121        OPEN OUTPUT VDLN-FILE
RVH121        PERFORM TOETS-REGN-STATUS
RVH124     WHEN WS-REG-AUTQ
RVH124        MOVE 08 TO WS-KEY-LEN
RVH124        MOVE 65 TO WS-REC-LEN
RVH124        OPEN INPUT  AUTO-FILE
RVH124        PERFORM TOETS-REGO-STATUS
RVH124        OPEN OUTPUT AUTN-FILE
RVH124        PERFORM TOETS-REGN-STATUS
RVH127     WHEN WS-REG-BUDQ
RVH127        MOVE 05 TO WS-KEY-LEN
RVH127        MOVE 33 TO WS-REC-LEN
RVH127        OPEN INPUT  BUDO-FILE
RVH127        PERFORM TOETS-REGO-STATUS
RVH127        OPEN OUTPUT BUDN-FILE
RVH127        PERFORM TOETS-REGN-STATUS
RVH135     WHEN WS-REG-FRZQ
RVH135        MOVE 05 TO WS-KEY-LEN
RVH135        MOVE 60 TO WS-REC-LEN
RVH135        OPEN INPUT  FRZO-FILE
RVH135        PERFORM TOETS-REGO-STATUS
RVH135        OPEN OUTPUT FRZN-FILE
RVH135        PERFORM TOETS-REGN-STATUS
           WHEN OTHER
              DISPLAY "GIRREGX4 - ONBEKEND REGISTER " WS-REG-CODE
              STOP RUN
                 READ BSLO-FILE
                    AT END SET WS-REGO-EOF TO TRUE
                    NOT AT END
RVH126                 MOVE BSLO-REC TO WS-MST-BEELD (1:71)
                 END-READ
              WHEN WS-REG-SCRQ
                 READ SCRO-FILE
                 READ MNDO-FILE
                    AT END SET WS-REGO-EOF TO TRUE
                    NOT AT END
RVH115                 MOVE MNDO-REC TO WS-MST-BEELD (1:69)
                 END-READ
              WHEN WS-REG-BICQ
                 READ BICO-FILE
                    NOT AT END
                       MOVE KALO-REC TO WS-MST-BEELD (1:8)
                 END-READ
RVH112        WHEN WS-REG-STPQ
RVH112           READ STPO-FILE
RVH112              AT END SET WS-REGO-EOF TO TRUE
RVH112              NOT AT END
RVH112                 MOVE STPO-REC TO WS-MST-BEELD (1:67)
RVH112           END-READ
RVH113        WHEN WS-REG-IBWQ
RVH113           READ IBWO-FILE
RVH113              AT END SET WS-REGO-EOF TO TRUE
RVH113              NOT AT END
RVH113                 MOVE IBWO-REC TO WS-MST-BEELD (1:63)
RVH113           END-READ
RVH121        WHEN WS-REG-VDLQ
RVH121           READ VDLO-FILE
RVH121              AT END SET WS-REGO-EOF TO TRUE
RVH121              NOT AT END
RVH121                 MOVE VDLO-REC TO WS-MST-BEELD (1:79)
RVH121           END-READ
RVH124        WHEN WS-REG-AUTQ
RVH124           READ AUTO-FILE
RVH124              AT END SET WS-REGO-EOF TO TRUE
RVH124              NOT AT END
RVH124                 MOVE AUTO-REC TO WS-MST-BEELD (1:65)
RVH124           END-READ
RVH127        WHEN WS-REG-BUDQ
RVH127           READ BUDO-FILE
RVH127              AT END SET WS-REGO-EOF TO TRUE
RVH127              NOT AT END
RVH127                 MOVE BUDO-REC TO WS-MST-BEELD (1:33)
RVH127           END-READ
RVH135        WHEN WS-REG-FRZQ
RVH135           READ FRZO-FILE
RVH135              AT END SET WS-REGO-EOF TO TRUE
RVH135              NOT AT END
RVH135                 MOVE FRZO-REC TO WS-MST-BEELD (1:60)
RVH135           END-READ
              END-EVALUATE
              IF WS-REGO-EOF
                 MOVE HIGH-VALUES TO WS-MST-KEY
      *****************
           EVALUATE TRUE
           WHEN WS-REG-BSLQ
RVH126        MOVE WS-UIT-BEELD (1:71) TO BSLN-REC
              WRITE BSLN-REC
           WHEN WS-REG-SCRQ
              MOVE WS-UIT-BEELD (1:33) TO SCRN-REC
              MOVE WS-UIT-BEELD (1:21) TO SLDN-REC
              WRITE SLDN-REC
           WHEN WS-REG-MNDQ
RVH115        MOVE WS-UIT-BEELD (1:69) TO MNDN-REC
              WRITE MNDN-REC
           WHEN WS-REG-BICQ
              MOVE WS-UIT-BEELD (1:17) TO BICN-REC
           WHEN WS-REG-KALQ
              MOVE WS-UIT-BEELD (1:8) TO KALN-REC
              WRITE KALN-REC
RVH112     WHEN WS-REG-STPQ
RVH112        MOVE WS-UIT-BEELD (1:67) TO STPN-REC
RVH112        WRITE STPN-REC
RVH113     WHEN WS-REG-IBWQ
RVH113        MOVE WS-UIT-BEELD (1:63) TO IBWN-REC
RVH113        WRITE IBWN-REC
RVH121     WHEN WS-REG-VDLQ
RVH121        MOVE WS-UIT-BEELD (1:79) TO VDLN-REC
RVH121        WRITE VDLN-REC
RVH124     WHEN WS-REG-AUTQ
RVH124        MOVE WS-UIT-BEELD (1:65) TO AUTN-REC
RVH124        WRITE AUTN-REC
RVH127     WHEN WS-REG-BUDQ
RVH127        MOVE WS-UIT-BEELD (1:33) TO BUDN-REC
RVH127        WRITE BUDN-REC
RVH135     WHEN WS-REG-FRZQ
RVH135        MOVE WS-UIT-BEELD (1:60) TO FRZN-REC
RVH135        WRITE FRZN-REC
           END-EVALUATE
           .
      *
                    MOVE REGT-INGANGSDATUM TO REGW-INGANGSDATUM
                    MOVE REGT-GEBRUIKER    TO REGW-GEBRUIKER
                    MOVE REGT-DATA         TO REGW-DATA
RVH124              MOVE REGT-CONTROLEUR   TO REGW-CONTROLEUR
                    WRITE REGW-REC
                 WHEN OTHER
                    SET WS-REGT-BRUIKBAAR TO TRUE
              PERFORM SCHRIJF-AUDIT-WEIGERING
           WHEN REGT-ADD
              MOVE REGT-DATA TO WS-UIT-BEELD
RVH127*       EEN NIEUWE ENVELOPPE BEGINT ZONDER VERBRUIK.
RVH127        IF WS-REG-BUDQ
RVH127           MOVE ZERO TO WS-UB-BUD-MAAND
RVH127                        WS-UB-BUD-VERBRUIK
RVH127        END-IF
RVH135*       EEN BEVRIEZING DRAAGT WIE ZE ZETTE EN WANNEER.
RVH135        IF WS-REG-FRZQ
RVH135           PERFORM STEMPEL-FRZQ
RVH135        END-IF
              PERFORM SCHRIJF-MASTER
              ADD 1 TO WS-CNT-TOEGEVOEGD
              MOVE "TOEGEVOEGD" TO WS-FOUT-TEKST
              MOVE SPACES    TO REGA-VOOR
RVH127        MOVE WS-UIT-BEELD TO REGA-NA
              PERFORM SCHRIJF-AUDIT
           WHEN OTHER
              ADD 1 TO WS-CNT-GEWEIGERD
              PERFORM SCHRIJF-AUDIT-WEIGERING
           WHEN REGT-CHANGE
              MOVE REGT-DATA TO WS-UIT-BEELD
RVH127*       MAAND EN VERBRUIK HOUDT TRBFNCX4 BIJ - ENKEL DE
RVH127*       ENVELOPPE WORDT GEWIJZIGD.
RVH127        IF WS-REG-BUDQ
RVH127           MOVE WS-MS-BUD-MAAND    TO WS-UB-BUD-MAAND
RVH127           MOVE WS-MS-BUD-VERBRUIK TO WS-UB-BUD-VERBRUIK
RVH127        END-IF
RVH135        IF WS-REG-FRZQ
RVH135           PERFORM STEMPEL-FRZQ
RVH135        END-IF
              PERFORM SCHRIJF-MASTER
              ADD 1 TO WS-CNT-GEWIJZIGD
              MOVE "GEWIJZIGD" TO WS-FOUT-TEKST
              MOVE WS-MST-BEELD TO REGA-VOOR
RVH127        MOVE WS-UIT-BEELD TO REGA-NA
              PERFORM SCHRIJF-AUDIT
           WHEN REGT-DELETE
              ADD 1 TO WS-CNT-GESCHRAPT
           .
      *
      *----------------------------------------------------------------
      *RVH135: EEN TOEGEVOEGDE OF GEWIJZIGDE BEVRIEZING DRAAGT DE
      *        GEBRUIKER DIE ZE INVOERDE EN DE DATUM VAN VANDAAG -
      *        DAT WORDT NIET AAN HET MUTATIEBEELD OVERGELATEN.
      *----------------------------------------------------------------
RVH135 STEMPEL-FRZQ.
RVH135***************
RVH135     MOVE REGT-GEBRUIKER TO WS-UB-FRZ-GEZET-DOOR
RVH135     MOVE WS-VANDAAG     TO WS-UB-FRZ-DATUM
RVH135     .
      *
      *----------------------------------------------------------------
      *RVH075: REGISTERSPECIFIEKE VALIDATIE VAN HET MUTATIEBEELD.
      *        EEN SCHRAPPING WORDT ENKEL OP DE SLEUTEL GETOETST.
      *----------------------------------------------------------------
                    MOVE "DOSSIERREFERENTIE ONTBREEKT"
                                        TO WS-FOUT-TEKST
                 END-IF
RVH126           IF WS-MUTATIE-GELDIG
RVH126              IF WS-MB-BSL-EINDDATUM NOT NUMERIC
RVH126                 MOVE "N" TO WS-GELDIG-SW
RVH126                 MOVE "EINDDATUM NIET NUMERIEK" TO WS-FOUT-TEKST
RVH126              ELSE
RVH126                 IF WS-MB-BSL-EINDDATUM NOT = ZERO
RVH126                    AND (WS-MB-BSL-EINDE-MM < 01
RVH126                      OR WS-MB-BSL-EINDE-MM > 12
RVH126                      OR WS-MB-BSL-EINDE-DD < 01
RVH126                      OR WS-MB-BSL-EINDE-DD > 31)
RVH126                    MOVE "N" TO WS-GELDIG-SW
RVH126                    MOVE "EINDDATUM ONGELDIG" TO WS-FOUT-TEKST
RVH126                 END-IF
RVH126              END-IF
RVH126           END-IF
              WHEN WS-REG-SLDQ
                 IF WS-MB-SLD-OPENSTAAND NOT NUMERIC
                    MOVE "N" TO WS-GELDIG-SW
                       MOVE "DATUM ONGELDIG" TO WS-FOUT-TEKST
                    END-IF
                 END-IF
RVH112        WHEN WS-REG-STPQ
RVH112           EVALUATE TRUE
RVH112           WHEN NOT WS-MB-STP-SOORT-OK
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "STOPSOORT MOET R OF I ZIJN"
RVH112                                  TO WS-FOUT-TEKST
RVH112           WHEN WS-MB-STP-SLEUTEL = SPACES
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "RIJKSNUMMER/IBAN ONTBREEKT"
RVH112                                  TO WS-FOUT-TEKST
RVH112           WHEN WS-MB-STP-REDEN = SPACES
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "REDEN ONTBREEKT" TO WS-FOUT-TEKST
RVH112           WHEN NOT WS-MB-STP-AANVRAGER-OK
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "AANVRAGER MOET L OF F ZIJN"
RVH112                                  TO WS-FOUT-TEKST
RVH112           WHEN WS-MB-STP-FEDERATIE NOT NUMERIC
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "FEDERATIE NIET NUMERIEK"
RVH112                                  TO WS-FOUT-TEKST
RVH112           WHEN WS-MB-STP-VERVALDATUM NOT NUMERIC
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "VERVALDATUM NIET NUMERIEK"
RVH112                                  TO WS-FOUT-TEKST
RVH112           WHEN WS-MB-STP-MM < 01 OR WS-MB-STP-MM > 12
RVH112             OR WS-MB-STP-DD < 01 OR WS-MB-STP-DD > 31
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "VERVALDATUM ONGELDIG" TO WS-FOUT-TEKST
RVH112           WHEN WS-MB-STP-VERVALDATUM < WS-VANDAAG
RVH112              MOVE "N" TO WS-GELDIG-SW
RVH112              MOVE "VERVALDATUM LIGT IN HET VERLEDEN"
RVH112                                  TO WS-FOUT-TEKST
RVH112           WHEN OTHER
RVH112              CONTINUE
RVH112           END-EVALUATE
RVH115        WHEN WS-REG-MNDQ
RVH115           EVALUATE TRUE
RVH115           WHEN WS-MB-MND-REFERENTIE = SPACES
RVH115              MOVE "N" TO WS-GELDIG-SW
RVH115              MOVE "MANDAATREFERENTIE ONTBREEKT"
RVH115                                  TO WS-FOUT-TEKST
RVH115           WHEN WS-MB-MND-ONDERTEKEND NOT NUMERIC
RVH115              MOVE "N" TO WS-GELDIG-SW
RVH115              MOVE "ONDERTEKENDATUM NIET NUMERIEK"
RVH115                                  TO WS-FOUT-TEKST
RVH115           WHEN WS-MB-MND-MM < 01 OR WS-MB-MND-MM > 12
RVH115             OR WS-MB-MND-DD < 01 OR WS-MB-MND-DD > 31
RVH115              MOVE "N" TO WS-GELDIG-SW
RVH115              MOVE "ONDERTEKENDATUM ONGELDIG"
RVH115                                  TO WS-FOUT-TEKST
RVH115           WHEN WS-MB-MND-LAATST-GEBRUIKT NOT NUMERIC
RVH115              MOVE "N" TO WS-GELDIG-SW
RVH115              MOVE "DATUM LAATSTE INNING NIET NUMERIEK"
RVH115                                  TO WS-FOUT-TEKST
RVH115           WHEN NOT WS-MB-MND-SEQUENTIE-OK
RVH115              MOVE "N" TO WS-GELDIG-SW
RVH115              MOVE "SEQUENTIE MOET FRST OF RCUR ZIJN"
RVH115                                  TO WS-FOUT-TEKST
RVH115           WHEN NOT WS-MB-MND-STATUS-OK
RVH115              MOVE "N" TO WS-GELDIG-SW
RVH115              MOVE "STATUS MOET A OF V ZIJN" TO WS-FOUT-TEKST
RVH115           WHEN OTHER
RVH115              CONTINUE
RVH115           END-EVALUATE
RVH113        WHEN WS-REG-IBWQ
RVH113           EVALUATE TRUE
RVH113           WHEN WS-MB-IBW-REDEN = SPACES
RVH113              MOVE "N" TO WS-GELDIG-SW
RVH113              MOVE "REDEN ONTBREEKT" TO WS-FOUT-TEKST
RVH113           WHEN NOT WS-MB-IBW-BRON-OK
RVH113              MOVE "N" TO WS-GELDIG-SW
RVH113              MOVE "BRON MOET B OF P ZIJN" TO WS-FOUT-TEKST
RVH113           WHEN WS-MB-IBW-DATUM NOT NUMERIC
RVH113              MOVE "N" TO WS-GELDIG-SW
RVH113              MOVE "DATUM NIET NUMERIEK" TO WS-FOUT-TEKST
RVH113           WHEN WS-MB-IBW-MM < 01 OR WS-MB-IBW-MM > 12
RVH113             OR WS-MB-IBW-DD < 01 OR WS-MB-IBW-DD > 31
RVH113              MOVE "N" TO WS-GELDIG-SW
RVH113              MOVE "DATUM ONGELDIG" TO WS-FOUT-TEKST
RVH113           WHEN OTHER
RVH113              CONTINUE
RVH113           END-EVALUATE
RVH121        WHEN WS-REG-VDLQ
RVH121           EVALUATE TRUE
RVH121           WHEN WS-MB-VDL-LIBEL NOT NUMERIC
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "CODE-LIBELLE NIET NUMERIEK"
RVH121                                  TO WS-FOUT-TEKST
RVH121           WHEN NOT WS-MB-VDL-SOORT-OK
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "SOORT MOET B OF P ZIJN" TO WS-FOUT-TEKST
RVH121           WHEN WS-MB-VDL-VAST
RVH121            AND (WS-MB-VDL-BEDRAG NOT NUMERIC
RVH121             OR WS-MB-VDL-BEDRAG = ZERO)
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "VAST BEDRAG ONTBREEKT" TO WS-FOUT-TEKST
RVH121           WHEN NOT WS-MB-VDL-VAST
RVH121            AND (WS-MB-VDL-PERCENT NOT NUMERIC
RVH121             OR WS-MB-VDL-PERCENT = ZERO
RVH121             OR WS-MB-VDL-PERCENT NOT < 100)
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "PERCENTAGE MOET TUSSEN 0 EN 100 LIGGEN"
RVH121                                  TO WS-FOUT-TEKST
RVH121           WHEN WS-MB-VDL-IBAN-LAND NOT ALPHABETIC
RVH121             OR WS-MB-VDL-IBAN-LAND = SPACES
RVH121             OR WS-MB-VDL-IBAN-CTRL NOT NUMERIC
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "TWEEDE IBAN ONGELDIG" TO WS-FOUT-TEKST
RVH121           WHEN WS-MB-VDL-BEGINDATUM NOT NUMERIC
RVH121             OR WS-MB-VDL-EINDDATUM NOT NUMERIC
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "GELDIGHEIDSDATUM NIET NUMERIEK"
RVH121                                  TO WS-FOUT-TEKST
RVH121           WHEN WS-MB-VDL-BEGIN-MM < 01
RVH121             OR WS-MB-VDL-BEGIN-MM > 12
RVH121             OR WS-MB-VDL-BEGIN-DD < 01
RVH121             OR WS-MB-VDL-BEGIN-DD > 31
RVH121             OR WS-MB-VDL-EINDE-MM < 01
RVH121             OR WS-MB-VDL-EINDE-MM > 12
RVH121             OR WS-MB-VDL-EINDE-DD < 01
RVH121             OR WS-MB-VDL-EINDE-DD > 31
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "GELDIGHEIDSDATUM ONGELDIG"
RVH121                                  TO WS-FOUT-TEKST
RVH121           WHEN WS-MB-VDL-EINDDATUM < WS-MB-VDL-BEGINDATUM
RVH121              MOVE "N" TO WS-GELDIG-SW
RVH121              MOVE "EINDDATUM LIGT VOOR DE BEGINDATUM"
RVH121                                  TO WS-FOUT-TEKST
RVH121           WHEN OTHER
RVH121              CONTINUE
RVH121           END-EVALUATE
RVH127     WHEN WS-REG-BUDQ
RVH127        EVALUATE TRUE
RVH127        WHEN WS-MB-BUD-FED NOT NUMERIC
RVH127          OR WS-MB-BUD-LIBEL NOT NUMERIC
RVH127           MOVE "N" TO WS-GELDIG-SW
RVH127           MOVE "FEDERATIE/LIBELLE NIET NUMERIEK"
RVH127                               TO WS-FOUT-TEKST
RVH127        WHEN WS-MB-BUD-ENVELOP NOT NUMERIC
RVH127           MOVE "N" TO WS-GELDIG-SW
RVH127           MOVE "ENVELOPPE NIET NUMERIEK" TO WS-FOUT-TEKST
RVH127        WHEN WS-MB-BUD-ENVELOP < ZERO
RVH127           MOVE "N" TO WS-GELDIG-SW
RVH127           MOVE "ENVELOPPE NEGATIEF" TO WS-FOUT-TEKST
RVH127        WHEN OTHER
RVH127           CONTINUE
RVH127        END-EVALUATE
RVH135     WHEN WS-REG-FRZQ
RVH135        EVALUATE TRUE
RVH135        WHEN WS-MB-FRZ-FED NOT NUMERIC
RVH135         AND NOT WS-MB-FRZ-FED-ALLE
RVH135           MOVE "N" TO WS-GELDIG-SW
RVH135           MOVE "FEDERATIE NIET NUMERIEK OF ***"
RVH135                               TO WS-FOUT-TEKST
RVH135        WHEN WS-MB-FRZ-LIBEL NOT NUMERIC
RVH135         AND NOT WS-MB-FRZ-LIBEL-ALLE
RVH135           MOVE "N" TO WS-GELDIG-SW
RVH135           MOVE "CODE-LIBELLE NIET NUMERIEK OF **"
RVH135                               TO WS-FOUT-TEKST
RVH135        WHEN WS-MB-FRZ-FED-ALLE AND WS-MB-FRZ-LIBEL-ALLE
RVH135           MOVE "N" TO WS-GELDIG-SW
RVH135           MOVE "FEDERATIE EN LIBELLE NIET BEIDE ALLE"
RVH135                               TO WS-FOUT-TEKST
RVH135        WHEN WS-MB-FRZ-REDEN = SPACES
RVH135           MOVE "N" TO WS-GELDIG-SW
RVH135           MOVE "REDEN VAN DE BEVRIEZING ONTBREEKT"
RVH135                               TO WS-FOUT-TEKST
RVH135        WHEN OTHER
RVH135           CONTINUE
RVH135        END-EVALUATE
RVH124        WHEN WS-REG-AUTQ
RVH124           EVALUATE TRUE
RVH124           WHEN NOT WS-MB-AUT-ROL-OK
RVH124              MOVE "N" TO WS-GELDIG-SW
RVH124              MOVE "ROL MOET B, S OF I ZIJN" TO WS-FOUT-TEKST
RVH124           WHEN WS-MB-AUT-WACHTRIJEN = SPACES
RVH124              MOVE "N" TO WS-GELDIG-SW
RVH124              MOVE "GEEN TOEGELATEN WACHTRIJ" TO WS-FOUT-TEKST
RVH124           WHEN WS-MB-AUT-MAXBEDRAG NOT NUMERIC
RVH124              MOVE "N" TO WS-GELDIG-SW
RVH124              MOVE "MAXIMUMBEDRAG NIET NUMERIEK"
RVH124                                  TO WS-FOUT-TEKST
RVH124           WHEN WS-MB-AUT-BEGINDATUM NOT NUMERIC
RVH124             OR WS-MB-AUT-EINDDATUM NOT NUMERIC
RVH124              MOVE "N" TO WS-GELDIG-SW
RVH124              MOVE "GELDIGHEIDSDATUM NIET NUMERIEK"
RVH124                                  TO WS-FOUT-TEKST
RVH124           WHEN WS-MB-AUT-BEGIN-MM < 01
RVH124             OR WS-MB-AUT-BEGIN-MM > 12
RVH124             OR WS-MB-AUT-BEGIN-DD < 01
RVH124             OR WS-MB-AUT-BEGIN-DD > 31
RVH124              MOVE "N" TO WS-GELDIG-SW
RVH124              MOVE "BEGINDATUM ONGELDIG" TO WS-FOUT-TEKST
RVH124           WHEN WS-MB-AUT-EINDDATUM NOT = ZERO
RVH124            AND WS-MB-AUT-EINDDATUM < WS-MB-AUT-BEGINDATUM
RVH124              MOVE "N" TO WS-GELDIG-SW
RVH124              MOVE "EINDDATUM LIGT VOOR DE BEGINDATUM"
RVH124                                  TO WS-FOUT-TEKST
RVH124           WHEN OTHER
RVH124              CONTINUE
RVH124           END-EVALUATE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
RVH124*    EEN INHOUDELIJK GELDIGE MUTATIE MOET NOG DOOR DE
RVH124*    AUTORISATIETOETS: DE GEBRUIKER IS DE INVOERDER, DE
RVH124*    CONTROLEUR MOET GEMACHTIGD ZIJN VOOR DIT REGISTER.
RVH124     IF WS-MUTATIE-GELDIG
RVH124        MOVE WS-REG-CODE     TO WS-AUT-WACHTRIJ
RVH124        MOVE REGT-CONTROLEUR TO WS-AUT-CONTROLEUR
RVH124        MOVE REGT-GEBRUIKER  TO WS-AUT-INVOERDER
RVH124        MOVE ZERO            TO WS-AUT-BEDRAG
RVH124        MOVE WS-MUT-KEY      TO WS-AUT-REFERENTIE
RVH124        PERFORM TOETS-AUTORISATIE
RVH124        IF NOT WS-AUT-OK
RVH124           MOVE "N" TO WS-GELDIG-SW
RVH124           MOVE WS-AUT-REDEN TO WS-FOUT-TEKST
RVH124           PERFORM SCHRIJF-AUT-WEIGERING
RVH124        END-IF
RVH124     END-IF
           .
      *
       SCHRIJF-AUDIT.
           MOVE WS-REG-CODE        TO REGA-REGISTER
           MOVE REGT-ACTIE         TO REGA-ACTIE
           MOVE REGT-GEBRUIKER     TO REGA-GEBRUIKER
RVH124     MOVE REGT-CONTROLEUR    TO REGA-CONTROLEUR
           MOVE WS-VANDAAG         TO REGA-DATUM
           MOVE REGT-INGANGSDATUM  TO REGA-INGANGSDATUM
           MOVE WS-FOUT-TEKST      TO REGA-RESULTAAT
           MOVE SPACES    TO REGA-NA
           PERFORM SCHRIJF-AUDIT
           .
      *
      *----------------------------------------------------------------
      *RVH124: HET AUTORISATIEREGISTER VOLLEDIG INLEZEN. ONTBREEKT HET,
      *        DAN IS NIEMAND GEMACHTIGD: ELKE BESLISSING WORDT
      *        GEWEIGERD EN DE WACHTRIJ SCHUIFT ONGEWIJZIGD DOOR.
      *----------------------------------------------------------------
RVH124 LADEN-AUTORISATIES.
RVH124*********************
RVH124     OPEN INPUT AUTQ-FILE
RVH124     IF WS-AUTQ-STATUS = "00"
RVH124        PERFORM LEZEN-AUTQ
RVH124        PERFORM WITH TEST BEFORE UNTIL WS-AUTQ-EOF
RVH124           IF WS-AUT-COUNT < 500
RVH124              ADD 1 TO WS-AUT-COUNT
RVH124              SET WS-AUT-IDX TO WS-AUT-COUNT
RVH124              MOVE AUTQ-REC TO WS-AUT-ENTRY (WS-AUT-IDX)
RVH124           ELSE
RVH124              DISPLAY "GIRREGX4 - AUTORISATIETABEL VOL - "
RVH124                      "OVERIGE GEBRUIKERS GENEGEERD"
RVH124           END-IF
RVH124           PERFORM LEZEN-AUTQ
RVH124        END-PERFORM
RVH124        CLOSE AUTQ-FILE
RVH124     ELSE
RVH124        DISPLAY "GIRREGX4 - AUTORISATIEREGISTER ONTBREEKT - "
RVH124                "ALLE BESLISSINGEN WORDEN GEWEIGERD"
RVH124     END-IF
RVH124     .
RVH124*
RVH124 LEZEN-AUTQ.
RVH124*************
RVH124     READ AUTQ-FILE
RVH124        AT END
RVH124           SET WS-AUTQ-EOF TO TRUE
RVH124     END-READ
RVH124     .
      *
      *----------------------------------------------------------------
      *RVH124: EEN BESLISSING TOETSEN AAN HET AUTORISATIEREGISTER -
      *        INVOER WS-AUT-WACHTRIJ, -CONTROLEUR, -INVOERDER EN
      *        -BEDRAG. DE INVOERDER EN DE CONTROLEUR MOETEN TWEE
      *        VERSCHILLENDE PERSONEN ZIJN; DE CONTROLEUR MOET OP
      *        DE DATUM VAN DE RUN GEMACHTIGD ZIJN VOOR DE WACHTRIJ
      *        EN HET (ABSOLUTE) BEDRAG. BIJ WEIGERING STAAT DE
      *        REDEN IN WS-AUT-REDEN.
      *----------------------------------------------------------------
RVH124 TOETS-AUTORISATIE.
RVH124********************
RVH124     MOVE "N"    TO WS-AUT-OK-SW
RVH124     MOVE "N"    TO WS-AUT-GEVONDEN-SW
RVH124     MOVE "N"    TO WS-AUT-RIJ-SW
RVH124     MOVE SPACES TO WS-AUT-REDEN
RVH124     IF WS-AUT-BEDRAG < ZERO
RVH124        COMPUTE WS-AUT-BEDRAG = ZERO - WS-AUT-BEDRAG
RVH124        END-COMPUTE
RVH124     END-IF
RVH124     IF WS-AUT-CONTROLEUR NOT = SPACES AND WS-AUT-COUNT > ZERO
RVH124        SET WS-AUT-IDX TO 1
RVH124        SEARCH WS-AUT-ENTRY
RVH124           AT END
RVH124              CONTINUE
RVH124           WHEN WS-AUT-GEBRUIKER (WS-AUT-IDX) = WS-AUT-CONTROLEUR
RVH124              SET WS-AUT-GEVONDEN TO TRUE
RVH124        END-SEARCH
RVH124     END-IF
RVH124     IF WS-AUT-GEVONDEN
RVH124        PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
RVH124                UNTIL WS-AUT-SUB > 8 OR WS-AUT-RIJ-OK
RVH124           IF WS-AUT-RIJ (WS-AUT-IDX WS-AUT-SUB)
RVH124                                = WS-AUT-WACHTRIJ OR = "****"
RVH124              SET WS-AUT-RIJ-OK TO TRUE
RVH124           END-IF
RVH124        END-PERFORM
RVH124     END-IF
RVH124     EVALUATE TRUE
RVH124     WHEN WS-AUT-CONTROLEUR = SPACES
RVH124        MOVE "GEEN CONTROLEUR OPGEGEVEN" TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-INVOERDER = SPACES
RVH124        MOVE "GEEN INVOERDER OPGEGEVEN" TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-INVOERDER = WS-AUT-CONTROLEUR
RVH124        MOVE "INVOERDER EN CONTROLEUR ZIJN DEZELFDE"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN NOT WS-AUT-GEVONDEN
RVH124        MOVE "CONTROLEUR NIET IN HET AUTORISATIEREGISTER"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-BEGINDATUM (WS-AUT-IDX) > WS-VANDAAG
RVH124       OR (WS-AUT-EINDDATUM (WS-AUT-IDX) NOT = ZERO
RVH124      AND WS-AUT-EINDDATUM (WS-AUT-IDX) < WS-VANDAAG)
RVH124        MOVE "MACHTIGING NIET GELDIG OP DEZE DATUM"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN NOT WS-AUT-MAG-BESLISSEN (WS-AUT-IDX)
RVH124        MOVE "ROL GEEFT GEEN BESLISSINGSRECHT" TO WS-AUT-REDEN
RVH124     WHEN NOT WS-AUT-RIJ-OK
RVH124        MOVE "WACHTRIJ NIET TOEGELATEN VOOR CONTROLEUR"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN WS-AUT-BEDRAG > WS-AUT-MAXBEDRAG (WS-AUT-IDX)
RVH124        MOVE "BEDRAG BOVEN HET MAXIMUM VAN DE CONTROLEUR"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN WS-REG-AUTQ
RVH124      AND NOT WS-AUT-SUPERVISOR (WS-AUT-IDX)
RVH124        MOVE "AUTQ ENKEL DOOR EEN SUPERVISOR TE WIJZIGEN"
RVH124                               TO WS-AUT-REDEN
RVH124     WHEN OTHER
RVH124        SET WS-AUT-OK TO TRUE
RVH124     END-EVALUATE
RVH124     .
      *
      *----------------------------------------------------------------
      *RVH124: GEWEIGERDE BESLISSING OP HET RAPPORT VAN DE
      *        AUTORISATIEWEIGERINGEN (AUTR) - HET BESTAND WORDT PAS
      *        BIJ DE EERSTE WEIGERING GEOPEND EN AANGEVULD.
      *----------------------------------------------------------------
RVH124 SCHRIJF-AUT-WEIGERING.
RVH124************************
RVH124     IF NOT AUTR-OPEN
RVH124        OPEN EXTEND AUTR-FILE
RVH124        IF WS-AUTR-STATUS = "05" OR = "35"
RVH124           CLOSE AUTR-FILE
RVH124           OPEN OUTPUT AUTR-FILE
RVH124        END-IF
RVH124        IF WS-AUTR-STATUS NOT = "00"
RVH124           DISPLAY "GIRREGX4 - ERREUR OPEN AUTR STATUS = "
RVH124                   WS-AUTR-STATUS
RVH124           STOP RUN
RVH124        END-IF
RVH124        SET AUTR-OPEN TO TRUE
RVH124     END-IF
RVH124     ADD 1 TO WS-CNT-AUT-GEWEIGERD
RVH124     MOVE SPACES            TO AUTR-REC
RVH124     MOVE "GIRREGX4"        TO AUTR-PROGRAMMA
RVH124     MOVE WS-AUT-WACHTRIJ   TO AUTR-WACHTRIJ
RVH124     MOVE WS-VANDAAG        TO AUTR-DATUM
RVH124     MOVE WS-AUT-REFERENTIE TO AUTR-REFERENTIE
RVH124     MOVE WS-AUT-CONTROLEUR TO AUTR-CONTROLEUR
RVH124     MOVE WS-AUT-INVOERDER  TO AUTR-INVOERDER
RVH124     MOVE WS-AUT-BEDRAG     TO AUTR-BEDRAG
RVH124     MOVE WS-AUT-REDEN      TO AUTR-REDEN
RVH124     WRITE AUTR-REC
RVH124     .
      *
       FIN-REGISTER.
      ***************
              CLOSE BICO-FILE BICN-FILE
           WHEN WS-REG-KALQ
              CLOSE KALO-FILE KALN-FILE
RVH112     WHEN WS-REG-STPQ
RVH112        CLOSE STPO-FILE STPN-FILE
RVH113     WHEN WS-REG-IBWQ
RVH113        CLOSE IBWO-FILE IBWN-FILE
RVH121     WHEN WS-REG-VDLQ
RVH121        CLOSE VDLO-FILE VDLN-FILE
RVH124     WHEN WS-REG-AUTQ
RVH124        CLOSE AUTO-FILE AUTN-FILE
RVH127     WHEN WS-REG-BUDQ
RVH127        CLOSE BUDO-FILE BUDN-FILE
RVH135     WHEN WS-REG-FRZQ
RVH135        CLOSE FRZO-FILE FRZN-FILE
           END-EVALUATE
           CLOSE REGT-FILE REGA-FILE REGW-FILE
RVH124     IF AUTR-OPEN
RVH124        CLOSE AUTR-FILE
RVH124     END-IF
           DISPLAY "GIRREGX4 - REGISTER   : " WS-REG-CODE
           DISPLAY "GIRREGX4 - TOEGEVOEGD : " WS-CNT-TOEGEVOEGD
           DISPLAY "GIRREGX4 - GEWIJZIGD  : " WS-CNT-GEWIJZIGD
           DISPLAY "GIRREGX4 - GESCHRAPT  : " WS-CNT-GESCHRAPT
           DISPLAY "GIRREGX4 - GEWEIGERD  : " WS-CNT-GEWEIGERD
           DISPLAY "GIRREGX4 - GEWACHT    : " WS-CNT-GEWACHT
RVH124     DISPLAY "GIRREGX4 - ONBEVOEGD  : " WS-CNT-AUT-GEWEIGERD
           .

      ******************************************************************
      **  GIRKETX4 : BEWAKING VAN DE DAGELIJKSE GIRBET-KETEN          *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - GEMEENSCHAPPELIJKE MODULE, OPGEROEPEN DOOR ELK PROGRAMMA   *
      **    VAN DE DAGKETEN (CALL "GIRKETX4" USING WS-KET-PARM):       *
      **      . "S" BIJ DE START: CONTROLEERT IN HET KETENBESTAND      *
      **        (CHNQ) DAT ALLE STAPPEN VAN DE VORIGE FASE VAN DE      *
      **        WERKDAG AFGEWERKT ZIJN, DAT GEEN STAP VAN DE VOLGENDE  *
      **        FASE AL GESTART IS EN DAT DE STAP ZELF NOG NIET        *
      **        AFGEWERKT IS; ZO JA WORDT DE STAP "R" (LOPEND) GEZET,  *
      **        ZO NEEN WEIGERT DE MODULE DE START MET EEN MELDING;    *
      **      . "E" BIJ HET EINDE: ZET DE STAP OP "D" (AFGEWERKT) OF,  *
      **        BIJ EEN RETURN-CODE VANAF 8, OP "F" (MISLUKT);         *
      **      . "B" VOOR EEN PROGRAMMA BUITEN DE KETEN DAT GIRBETPP    *
      **        OPROEPT (HERINDIENING, CHEQUES, ...): DE RUN-UNIT      *
      **        WORDT DAN NIET ALS KETENSTAP GEREGISTREERD.            *
      **    EEN WACHTRIJPROGRAMMA DAT ZELF GIRBETPP OPROEPT, MELDT     *
      **    ZICH EERST ZELF AAN; DE AANMELDING VAN TRBFNCX4 IN         *
      **    DEZELFDE RUN-UNIT WORDT DAN GENEGEERD.                     *
      **  - DE WERKDAG KOMT UIT HET PARAMETERBESTAND KETP (ANDERS DE   *
      **    SYSTEEMDATUM). KETP KAN OOK EEN PROGRAMMA BEVATTEN DAT DE  *
      **    OPERATOR OP DIE DAG, ONDANKS DE STATUS "AFGEWERKT",        *
      **    OPNIEUW LAAT STARTEN (ZELFDE GEDACHTE ALS DE OVERRIDE VAN  *
      **    DE RUN-LOCK IN TRBFNCX4).                                  *
      **  - HET KETENVERSLAG (GIRKRPX4) TOONT WAAR EEN DAG GESTOPT IS  *
      **    EN WELKE STAPPEN VEILIG OPNIEUW KUNNEN DRAAIEN.            *
      **                                                               *
      ******************************************************************
      *RVH132: NIEUW PROGRAMMA - KETENSTATUS PER WERKDAG EN STAP MET
      *        CONTROLE VAN DE VOORGANGERS BIJ DE START.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRKETX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH132*
RVH132* RVH132 15/10/2026
RVH132*     NIEUW PROGRAMMA : KETENSTATUS (CHNQ) PER WERKDAG EN STAP,
RVH132*     VOORGANGERSCONTROLE BIJ DE START EN REGISTRATIE VAN HET
RVH132*     EINDE VAN ELKE STAP VAN DE DAGKETEN.
RVH132*
RVH135* RVH135 15/10/2026
RVH135*     VRIJGAVE VAN DE BEVRIEZINGSWACHTRIJ (GIRBVRX4) ALS STAP
RVH135*     VAN DE WACHTRIJFASE.
RVH135*
RVH138* RVH138 15/10/2026
RVH138*     REGISTRATIE VAN DE LEVENSBEWIJZEN EN VRIJGAVE VAN DE
RVH138*     LEVENSBEWIJSWACHTRIJ (GIRLVBX4) ALS STAP VAN DE
RVH138*     WACHTRIJFASE.
RVH138*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      *RVH132: KETENBESTAND - GESLEUTELDE MASTER OP WERKDAG EN STAP,
      *        TER PLAATSE BIJGEWERKT.
      *----------------------------------------------------------------
           SELECT CHNQ-FILE ASSIGN TO CHNQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHNQ-SLEUTEL
                  FILE STATUS  IS WS-CHNQ-STATUS.
      *----------------------------------------------------------------
      *RVH132: PARAMETER - WERKDAG EN HERSTART-OVERRIDE.
      *----------------------------------------------------------------
           SELECT KETP-FILE ASSIGN TO KETP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KETP-STATUS.
       DATA DIVISION.
      ***************
       FILE SECTION.
      *****************
       FD  CHNQ-FILE
           RECORDING MODE IS F.
       01  CHNQ-REC.
           05  CHNQ-SLEUTEL.
               10  CHNQ-DATUM           PIC 9(08).
               10  CHNQ-STAP            PIC 9(02).
           05  CHNQ-PROGRAMMA           PIC X(08).
           05  CHNQ-FASE                PIC 9(02).
           05  CHNQ-STATUS              PIC X(01).
               88  CHNQ-NIET-GESTART    VALUE "N".
               88  CHNQ-LOPEND          VALUE "R".
               88  CHNQ-AFGEWERKT       VALUE "D".
               88  CHNQ-MISLUKT         VALUE "F".
           05  CHNQ-RUNSEQ              PIC 9(02).
           05  CHNQ-START-DATUM         PIC 9(08).
           05  CHNQ-START-TIJD          PIC 9(08).
           05  CHNQ-EIND-DATUM          PIC 9(08).
           05  CHNQ-EIND-TIJD           PIC 9(08).
           05  CHNQ-RC                  PIC 9(04).
           05  CHNQ-POGINGEN            PIC 9(02).
           05  FILLER                   PIC X(19).
       FD  KETP-FILE
           RECORDING MODE IS F.
       01  KETP-REC.
           05  KETP-DATUM               PIC 9(08).
           05  KETP-HERSTART            PIC X(08).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-CHNQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-KETP-STATUS               PIC XX VALUE ZEROES.
       01  WS-KETP-SW                   PIC X VALUE "N".
           88  KETP-GELEZEN             VALUE "Y".
       01  WS-WERKDAG                   PIC 9(08) VALUE ZERO.
       01  WS-HERSTART                  PIC X(08) VALUE SPACES.
       01  WS-DATUM                     PIC 9(08) VALUE ZERO.
       01  WS-TIJD                      PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH132: DE STAPPEN VAN DE DAGKETEN MET HUN FASE. EEN STAP MAG
      *        STARTEN ALS ALLE STAPPEN VAN DE VORIGE FASE AFGEWERKT
      *        ZIJN; DE WACHTRIJPROGRAMMA'S VORMEN SAMEN EEN FASE EN
      *        LOPEN ONDERLING IN WILLEKEURIGE VOLGORDE. DE GIRBET-RUN
      *        ZELF WORDT DOOR TRBFNCX4 AANGEMELD. GIRKRPX4 GEBRUIKT
      *        DEZELFDE TABEL.
      *----------------------------------------------------------------
       01  TABLE-KETEN.
           05  FILLER                   PIC X(10) VALUE "GIRCOLX402".
           05  FILLER                   PIC X(10) VALUE "GIREDTX403".
           05  FILLER                   PIC X(10) VALUE "TRBFNCX404".
           05  FILLER                   PIC X(10) VALUE "GIRCERX405".
           05  FILLER                   PIC X(10) VALUE "GIRVOPX406".
           05  FILLER                   PIC X(10) VALUE "GIRVORX407".
           05  FILLER                   PIC X(10) VALUE "GIRPANX408".
           05  FILLER                   PIC X(10) VALUE "GIRREVX409".
           05  FILLER                   PIC X(10) VALUE "GIRBSHX409".
           05  FILLER                   PIC X(10) VALUE "GIRCPLX409".
           05  FILLER                   PIC X(10) VALUE "GIRFRDX409".
           05  FILLER                   PIC X(10) VALUE "GIRSTPX409".
           05  FILLER                   PIC X(10) VALUE "GIRNALX409".
           05  FILLER                   PIC X(10) VALUE "GIRDFRX409".
           05  FILLER                   PIC X(10) VALUE "GIRFWDX409".
           05  FILLER                   PIC X(10) VALUE "GIRTAAX409".
           05  FILLER                   PIC X(10) VALUE "GIRHSKX410".
RVH135*    NIEUWE STAPPEN ACHTERAAN: HET STAPNUMMER IN CHNQ IS DE
RVH135*    PLAATS IN DEZE TABEL.
RVH135     05  FILLER                   PIC X(10) VALUE "GIRBVRX409".
RVH138     05  FILLER                   PIC X(10) VALUE "GIRLVBX409".
      *    DE OCHTENDINNAME (DOORLOPENDE OPDRACHTEN, PAIN.002-
      *    RAPPORTEN VAN DE VORIGE BAND) LOOPT VOOR DE COLLECTOR;
      *    ZEGELCONTROLE, DOMICILIERINGEN, AANMANINGEN EN DE
      *    TERUGKOPPELING VAN DE REKENINGEN IN DE WACHTRIJFASE.
           05  FILLER                   PIC X(10) VALUE "GIRSTGX401".
           05  FILLER                   PIC X(10) VALUE "GIRPSRX401".
           05  FILLER                   PIC X(10) VALUE "GIRZGLX409".
           05  FILLER                   PIC X(10) VALUE "GIRMNDX409".
           05  FILLER                   PIC X(10) VALUE "GIRPDDX409".
           05  FILLER                   PIC X(10) VALUE "GIRAMNX409".
           05  FILLER                   PIC X(10) VALUE "GIRRKCX409".
       01  TABLE-KETEN-RED REDEFINES TABLE-KETEN.
RVH138     05  KET-ENTRY OCCURS 26 TIMES INDEXED BY KET-IDX.
               10  KET-PROGRAMMA        PIC X(08).
               10  KET-FASE             PIC 9(02).
RVH138 01  WS-KET-COUNT                 PIC 9(02) VALUE 26.
       01  WS-KET-GIRBET                PIC 9(02) VALUE 3.
       01  WS-KET-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-EIGEN-STAP                PIC 9(02) VALUE ZERO.
       01  WS-EIGEN-FASE                PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH132: HET PROGRAMMA DAT DE RUN-UNIT AANMELDDE ("S" OF "B");
      *        AANMELDINGEN VAN ANDERE PROGRAMMA'S IN DEZELFDE RUN-
      *        UNIT (TRBFNCX4 ONDER EEN WACHTRIJPROGRAMMA) WORDEN
      *        GENEGEERD, NET ALS HUN EINDE.
      *----------------------------------------------------------------
       01  WS-ACTIEF-PROGRAMMA          PIC X(08) VALUE SPACES.
       01  WS-ACTIEF-SW                 PIC X VALUE "N".
           88  WS-RUN-UNIT-AANGEMELD    VALUE "Y".
       01  WS-WEIGERING-SW              PIC X VALUE "N".
           88  WS-WEIGERING             VALUE "Y".
       01  WS-CHNQ-BEWAAR               PIC X(80).
       01  WS-BEWAAR-RUNSEQ             PIC 9(02) VALUE ZERO.
      *
       LINKAGE SECTION.
      *****************
       01  KET-PARM.
           05  KET-FUNCTIE              PIC X(01).
               88  KET-START            VALUE "S".
               88  KET-EINDE            VALUE "E".
               88  KET-BUITEN           VALUE "B".
           05  KET-AANVRAGER            PIC X(08).
           05  KET-RUNSEQ               PIC 9(02).
           05  KET-RC                   PIC 9(04).
           05  KET-ANTWOORD             PIC X(01).
               88  KET-TOEGESTAAN       VALUE "J".
           05  KET-MELDING              PIC X(60).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING KET-PARM.
      ***********************************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-KETEN SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-KETEN.
      *---------------------------------
           MOVE "J"    TO KET-ANTWOORD
           MOVE SPACES TO KET-MELDING
           PERFORM LEZEN-KETP
           EVALUATE TRUE
           WHEN KET-BUITEN
              IF NOT WS-RUN-UNIT-AANGEMELD
                 SET WS-RUN-UNIT-AANGEMELD TO TRUE
                 MOVE KET-AANVRAGER TO WS-ACTIEF-PROGRAMMA
              END-IF
           WHEN KET-START
              IF NOT WS-RUN-UNIT-AANGEMELD
                 SET WS-RUN-UNIT-AANGEMELD TO TRUE
                 MOVE KET-AANVRAGER TO WS-ACTIEF-PROGRAMMA
                 PERFORM ZOEKEN-STAP
                 IF WS-EIGEN-STAP NOT = ZERO
                    PERFORM START-STAP
                 ELSE
                    MOVE "PROGRAMMA NIET IN DE KETEN - GEEN REGISTRATIE"
                                            TO KET-MELDING
                 END-IF
              END-IF
           WHEN KET-EINDE
              IF KET-AANVRAGER = WS-ACTIEF-PROGRAMMA
                 PERFORM ZOEKEN-STAP
                 IF WS-EIGEN-STAP NOT = ZERO
                    PERFORM EINDE-STAP
                 END-IF
              END-IF
           WHEN OTHER
              MOVE "N" TO KET-ANTWOORD
              MOVE "ONBEKENDE FUNCTIE" TO KET-MELDING
           END-EVALUATE
           EXIT PROGRAM
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
      *----------------------------------------------------------------
      *RVH132: WERKDAG EN HERSTART-OVERRIDE (ENKEL BIJ DE EERSTE
      *        AANROEP IN DE RUN-UNIT). EEN OVERRIDE GELDT ENKEL VOOR
      *        DE WERKDAG DIE IN HETZELFDE REKORD STAAT.
      *----------------------------------------------------------------
       LEZEN-KETP.
      *************
           IF NOT KETP-GELEZEN
              SET KETP-GELEZEN TO TRUE
              ACCEPT WS-WERKDAG FROM DATE YYYYMMDD
              OPEN INPUT KETP-FILE
              IF WS-KETP-STATUS = "00"
                 READ KETP-FILE
                 IF WS-KETP-STATUS = "00"
                    IF KETP-DATUM NUMERIC AND KETP-DATUM NOT = ZERO
                       MOVE KETP-DATUM TO WS-WERKDAG
                    END-IF
                    MOVE KETP-HERSTART TO WS-HERSTART
                 END-IF
                 CLOSE KETP-FILE
              END-IF
           END-IF
           .
      *
       ZOEKEN-STAP.
      **************
           MOVE ZERO TO WS-EIGEN-STAP
                        WS-EIGEN-FASE
           SET KET-IDX TO 1
           SEARCH KET-ENTRY
              AT END
                 CONTINUE
              WHEN KET-PROGRAMMA (KET-IDX) = KET-AANVRAGER
                 SET WS-EIGEN-STAP TO KET-IDX
                 MOVE KET-FASE (KET-IDX) TO WS-EIGEN-FASE
           END-SEARCH
           .
      *
      *----------------------------------------------------------------
      *RVH132: START VAN EEN STAP - VOORGANGERS, OPVOLGERS EN DE STAP
      *        ZELF CONTROLEREN, DAN DE STAP OP "R" ZETTEN. ZONDER
      *        RUN-VOLGNUMMER VAN DE AANVRAGER NEEMT DE STAP DAT VAN
      *        DE GIRBET-RUN VAN DE WERKDAG OVER.
      *----------------------------------------------------------------
       START-STAP.
      *************
           MOVE "N" TO WS-WEIGERING-SW
           OPEN I-O CHNQ-FILE
           IF WS-CHNQ-STATUS NOT = "00"
              MOVE "N" TO KET-ANTWOORD
              STRING "KETENBESTAND CHNQ NIET BESCHIKBAAR STATUS = "
                                            DELIMITED BY SIZE
                     WS-CHNQ-STATUS         DELIMITED BY SIZE
                                       INTO KET-MELDING
              END-STRING
           ELSE
              PERFORM VARYING WS-KET-SUB FROM 1 BY 1
                      UNTIL WS-KET-SUB > WS-KET-COUNT
                         OR WS-WEIGERING
                 IF KET-FASE (WS-KET-SUB) + 1 = WS-EIGEN-FASE
                    PERFORM CONTROLE-VOORGANGER
                 END-IF
                 IF KET-FASE (WS-KET-SUB) = WS-EIGEN-FASE + 1
                    PERFORM CONTROLE-OPVOLGER
                 END-IF
              END-PERFORM
              IF NOT WS-WEIGERING
                 PERFORM REGISTREREN-START
              END-IF
              CLOSE CHNQ-FILE
           END-IF
           .
      *
       CONTROLE-VOORGANGER.
      **********************
           MOVE WS-WERKDAG TO CHNQ-DATUM
           MOVE WS-KET-SUB TO CHNQ-STAP
           READ CHNQ-FILE
              INVALID KEY
                 MOVE "N" TO CHNQ-STATUS
           END-READ
           IF NOT CHNQ-AFGEWERKT
              SET WS-WEIGERING TO TRUE
              MOVE "N" TO KET-ANTWOORD
              STRING "VOORGANGER "          DELIMITED BY SIZE
                     KET-PROGRAMMA (WS-KET-SUB)
                                            DELIMITED BY SIZE
                     " NIET AFGEWERKT (STATUS "
                                            DELIMITED BY SIZE
                     CHNQ-STATUS            DELIMITED BY SIZE
                     ") - START GEWEIGERD"  DELIMITED BY SIZE
                                       INTO KET-MELDING
              END-STRING
           END-IF
           .
      *
       CONTROLE-OPVOLGER.
      ********************
           MOVE WS-WERKDAG TO CHNQ-DATUM
           MOVE WS-KET-SUB TO CHNQ-STAP
           READ CHNQ-FILE
              INVALID KEY
                 MOVE "N" TO CHNQ-STATUS
           END-READ
           IF NOT CHNQ-NIET-GESTART
              SET WS-WEIGERING TO TRUE
              MOVE "N" TO KET-ANTWOORD
              STRING "OPVOLGER "            DELIMITED BY SIZE
                     KET-PROGRAMMA (WS-KET-SUB)
                                            DELIMITED BY SIZE
                     " REEDS GESTART - HERSTART GEWEIGERD"
                                            DELIMITED BY SIZE
                                       INTO KET-MELDING
              END-STRING
           END-IF
           .
      *
       REGISTREREN-START.
      ********************
           ACCEPT WS-DATUM FROM DATE YYYYMMDD
           ACCEPT WS-TIJD  FROM TIME
           MOVE WS-WERKDAG    TO CHNQ-DATUM
           MOVE WS-EIGEN-STAP TO CHNQ-STAP
           READ CHNQ-FILE
              INVALID KEY
                 MOVE SPACES TO CHNQ-REC
                 MOVE WS-WERKDAG    TO CHNQ-DATUM
                 MOVE WS-EIGEN-STAP TO CHNQ-STAP
                 MOVE ZERO TO CHNQ-POGINGEN
                              CHNQ-RUNSEQ
                 SET CHNQ-NIET-GESTART TO TRUE
           END-READ
           IF CHNQ-AFGEWERKT AND WS-HERSTART NOT = KET-AANVRAGER
              SET WS-WEIGERING TO TRUE
              MOVE "N" TO KET-ANTWOORD
              STRING "STAP REEDS AFGEWERKT OP "
                                            DELIMITED BY SIZE
                     CHNQ-EIND-DATUM        DELIMITED BY SIZE
                     " - HERSTART ENKEL VIA KETP"
                                            DELIMITED BY SIZE
                                       INTO KET-MELDING
              END-STRING
           ELSE
              PERFORM SCHRIJVEN-START
           END-IF
           .
      *
       SCHRIJVEN-START.
      ******************
           IF CHNQ-PROGRAMMA = SPACES
              MOVE KET-AANVRAGER TO CHNQ-PROGRAMMA
              MOVE WS-EIGEN-FASE TO CHNQ-FASE
              SET CHNQ-LOPEND TO TRUE
              PERFORM ZETTEN-START
              WRITE CHNQ-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              SET CHNQ-LOPEND TO TRUE
              PERFORM ZETTEN-START
              REWRITE CHNQ-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           IF WS-CHNQ-STATUS NOT = "00"
              MOVE "N" TO KET-ANTWOORD
              STRING "SCHRIJFFOUT CHNQ STATUS = "
                                            DELIMITED BY SIZE
                     WS-CHNQ-STATUS         DELIMITED BY SIZE
                                       INTO KET-MELDING
              END-STRING
           END-IF
           .
      *
       ZETTEN-START.
      ***************
           ADD 1 TO CHNQ-POGINGEN
           MOVE WS-DATUM TO CHNQ-START-DATUM
           MOVE WS-TIJD  TO CHNQ-START-TIJD
           MOVE ZERO     TO CHNQ-EIND-DATUM
                            CHNQ-EIND-TIJD
                            CHNQ-RC
           IF KET-RUNSEQ NOT = ZERO
              MOVE KET-RUNSEQ TO CHNQ-RUNSEQ
           ELSE
              IF WS-EIGEN-FASE > KET-FASE (WS-KET-GIRBET)
                 PERFORM OPHALEN-GIRBET-RUNSEQ
              END-IF
           END-IF
           .
      *
       OPHALEN-GIRBET-RUNSEQ.
      ************************
           MOVE CHNQ-REC TO WS-CHNQ-BEWAAR
           MOVE WS-WERKDAG    TO CHNQ-DATUM
           MOVE WS-KET-GIRBET TO CHNQ-STAP
           READ CHNQ-FILE
              INVALID KEY
                 MOVE ZERO TO CHNQ-RUNSEQ
           END-READ
           MOVE CHNQ-RUNSEQ    TO WS-BEWAAR-RUNSEQ
           MOVE WS-CHNQ-BEWAAR TO CHNQ-REC
           MOVE WS-BEWAAR-RUNSEQ TO CHNQ-RUNSEQ
           .
      *
      *----------------------------------------------------------------
      *RVH132: EINDE VAN EEN STAP. HET EINDE VAN DE GIRBET-RUN GEEFT
      *        ZIJN RUN-VOLGNUMMER OOK AAN DE STAPPEN VAN DE FASEN
      *        ERVOOR (OCHTENDINNAME, COLLECTOR, VOOREDITIE), DIE HET
      *        BIJ HUN START NOG NIET KENDEN.
      *----------------------------------------------------------------
       EINDE-STAP.
      *************
           OPEN I-O CHNQ-FILE
           IF WS-CHNQ-STATUS NOT = "00"
              MOVE "N" TO KET-ANTWOORD
              STRING "KETENBESTAND CHNQ NIET BESCHIKBAAR STATUS = "
                                            DELIMITED BY SIZE
                     WS-CHNQ-STATUS         DELIMITED BY SIZE
                                       INTO KET-MELDING
              END-STRING
           ELSE
              PERFORM REGISTREREN-EINDE
              CLOSE CHNQ-FILE
           END-IF
           .
      *
       REGISTREREN-EINDE.
      ********************
           ACCEPT WS-DATUM FROM DATE YYYYMMDD
           ACCEPT WS-TIJD  FROM TIME
           MOVE WS-WERKDAG    TO CHNQ-DATUM
           MOVE WS-EIGEN-STAP TO CHNQ-STAP
           READ CHNQ-FILE
              INVALID KEY
                 MOVE "N" TO KET-ANTWOORD
                 MOVE "START NIET GEREGISTREERD - EINDE GENEGEERD"
                                            TO KET-MELDING
              NOT INVALID KEY
                 IF KET-RC < 8
                    SET CHNQ-AFGEWERKT TO TRUE
                 ELSE
                    SET CHNQ-MISLUKT TO TRUE
                 END-IF
                 MOVE WS-DATUM TO CHNQ-EIND-DATUM
                 MOVE WS-TIJD  TO CHNQ-EIND-TIJD
                 MOVE KET-RC   TO CHNQ-RC
                 IF KET-RUNSEQ NOT = ZERO
                    MOVE KET-RUNSEQ TO CHNQ-RUNSEQ
                 END-IF
                 REWRITE CHNQ-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-READ
           IF WS-EIGEN-STAP = WS-KET-GIRBET AND KET-RUNSEQ NOT = ZERO
              PERFORM VARYING WS-KET-SUB FROM 1 BY 1
                      UNTIL WS-KET-SUB > WS-KET-COUNT
                 IF KET-FASE (WS-KET-SUB) < KET-FASE (WS-KET-GIRBET)
                    PERFORM DOORGEVEN-GIRBET-RUNSEQ
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       DOORGEVEN-GIRBET-RUNSEQ.
      **************************
           MOVE WS-WERKDAG TO CHNQ-DATUM
           MOVE WS-KET-SUB TO CHNQ-STAP
           READ CHNQ-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CHNQ-RUNSEQ = ZERO
                    MOVE KET-RUNSEQ TO CHNQ-RUNSEQ
                    REWRITE CHNQ-REC
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                 END-IF
           END-READ
           .

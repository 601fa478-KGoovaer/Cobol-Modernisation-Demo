      ******************************************************************
      **  GIRKRPX4 : KETENVERSLAG VAN DE DAGELIJKSE GIRBET-KETEN       *
      **  --------------------------------------------------------    *
      **                                                               *
      **  - TOONT VOOR EEN WERKDAG (KETP, ANDERS VANDAAG) PER STAP VAN *
      **    DE DAGKETEN DE STATUS UIT HET KETENBESTAND (CHNQ, ZIE      *
      **    GIRKETX4): NIET GESTART, LOPEND, AFGEWERKT OF MISLUKT,     *
      **    MET HET RUN-VOLGNUMMER, START EN EINDE, DE RETURN-CODE EN  *
      **    HET AANTAL POGINGEN.                                       *
      **  - PER STAP VOLGT EEN ADVIES VOOR DE OPERATOR: EEN LOPENDE    *
      **    OF MISLUKTE STAP IS VEILIG OPNIEUW TE STARTEN ALS ALLE     *
      **    STAPPEN VAN DE VORIGE FASE AFGEWERKT ZIJN EN NOG GEEN      *
      **    STAP VAN DE VOLGENDE FASE GESTART IS; EEN AFGEWERKTE STAP  *
      **    DRAAIT ENKEL OPNIEUW MET EEN HERSTART-OVERRIDE IN KETP.    *
      **  - HET SLOT TOONT WAAR DE DAG GESTOPT IS (DE EERSTE FASE DIE  *
      **    NIET VOLLEDIG AFGEWERKT IS). RETURN-CODE 4 ALS DE KETEN    *
      **    VAN DE WERKDAG NIET VOLLEDIG AFGEWERKT IS.                 *
      **                                                               *
      ******************************************************************
      *RVH132: NIEUW PROGRAMMA - KETENVERSLAG MET HERSTARTADVIES.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      **** Identification Division ***
      *----------------------------------------------------------------
       PROGRAM-ID. GIRKRPX4.
      *AUTHOR.  RVH
      *---------------------------------------------------------------
RVH132*
RVH132* RVH132 15/10/2026
RVH132*     NIEUW PROGRAMMA : KETENVERSLAG PER WERKDAG - STATUS PER
RVH132*     STAP, PUNT WAAROP DE DAG GESTOPT IS EN DE STAPPEN DIE
RVH132*     VEILIG OPNIEUW KUNNEN DRAAIEN.
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
      *RVH132: KETENBESTAND (ENKEL GELEZEN) EN DE WERKDAGPARAMETER
      *        VAN GIRKETX4.
      *----------------------------------------------------------------
           SELECT CHNQ-FILE ASSIGN TO CHNQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHNQ-SLEUTEL
                  FILE STATUS  IS WS-CHNQ-STATUS.
           SELECT KETP-FILE ASSIGN TO KETP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KETP-STATUS.
           SELECT KRPR-FILE ASSIGN TO KRPR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-KRPR-STATUS.
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
       FD  KRPR-FILE
           RECORDING MODE IS F.
       01  KRPR-REC                     PIC X(132).
       WORKING-STORAGE SECTION.
      *************************
       01  WS-CHNQ-STATUS               PIC XX VALUE ZEROES.
       01  WS-KETP-STATUS               PIC XX VALUE ZEROES.
       01  WS-KRPR-STATUS               PIC XX VALUE ZEROES.
       01  WS-WERKDAG                   PIC 9(08) VALUE ZERO.
       01  WS-HERSTART                  PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------
      *RVH132: DE STAPPEN VAN DE DAGKETEN MET HUN FASE - ZELFDE TABEL
      *        ALS IN GIRKETX4.
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
RVH138     05  KET-ENTRY OCCURS 26 TIMES.
               10  KET-PROGRAMMA        PIC X(08).
               10  KET-FASE             PIC 9(02).
RVH138 01  WS-KET-COUNT                 PIC 9(02) VALUE 26.
       01  WS-KET-SUB                   PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------
      *RVH132: DE STATUS VAN ELKE STAP VOOR DE WERKDAG (GEEN REKORD =
      *        NIET GESTART) EN PER FASE OF ZE VOLLEDIG AFGEWERKT IS
      *        EN OF ER AL EEN STAP GESTART IS.
      *----------------------------------------------------------------
       01  WS-STP-TABLE.
RVH138     05  WS-STP-ENTRY OCCURS 26 TIMES.
               10  WS-STP-STATUS        PIC X(01).
               10  WS-STP-RUNSEQ        PIC 9(02).
               10  WS-STP-START-DATUM   PIC 9(08).
               10  WS-STP-START-TIJD    PIC 9(08).
               10  WS-STP-EIND-DATUM    PIC 9(08).
               10  WS-STP-EIND-TIJD     PIC 9(08).
               10  WS-STP-RC            PIC 9(04).
               10  WS-STP-POGINGEN      PIC 9(02).
       01  WS-FASE-TABLE.
           05  WS-FASE-ENTRY OCCURS 11 TIMES.
               10  WS-FASE-AFGEWERKT    PIC X(01).
               10  WS-FASE-GESTART      PIC X(01).
       01  WS-FASE                      PIC 9(02) VALUE ZERO.
       01  WS-STOP-FASE                 PIC 9(02) VALUE ZERO.
       01  WS-VOORGANGER-KLAAR          PIC X(01) VALUE "J".
       01  WS-TEKST-STATUS              PIC X(16).
       01  WS-TEKST-ADVIES              PIC X(44).
       01  WS-CNT-HERSTARTBAAR          PIC 9(02) VALUE ZERO.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********************
      *----------------------------------------------------------------
      *SQUELETTE DU TRAITEMENT
      *----------------------------------------------------------------
       TRAITEMENT-KRP SECTION.
      *----------------------------------------------------------------
       PAR-TRAITEMENT-KRP.
      *---------------------------------
           PERFORM OPEN-KRP
           PERFORM LEZEN-KETEN
           PERFORM BEPALEN-FASEN
           PERFORM SCHRIJVEN-VERSLAG
           PERFORM FIN-KRP
           STOP RUN
           .
      *
      *----------------------------------------------------------------
      **** ROUTINES SECTION ***
      *----------------------------------------------------------------
       ROUTINES SECTION.
      ******************
       OPEN-KRP.
      ***********
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
           OPEN INPUT CHNQ-FILE
           IF WS-CHNQ-STATUS NOT = "00"
              DISPLAY "GIRKRPX4 - ERREUR OPEN CHNQ STATUS = "
                      WS-CHNQ-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT KRPR-FILE
           IF WS-KRPR-STATUS NOT = "00"
              DISPLAY "GIRKRPX4 - ERREUR OPEN KRPR STATUS = "
                      WS-KRPR-STATUS
              STOP RUN
           END-IF
           .
      *
       LEZEN-KETEN.
      **************
           PERFORM VARYING WS-KET-SUB FROM 1 BY 1
                   UNTIL WS-KET-SUB > WS-KET-COUNT
              INITIALIZE WS-STP-ENTRY (WS-KET-SUB)
              MOVE WS-WERKDAG TO CHNQ-DATUM
              MOVE WS-KET-SUB TO CHNQ-STAP
              READ CHNQ-FILE
                 INVALID KEY
                    MOVE "N" TO WS-STP-STATUS (WS-KET-SUB)
                 NOT INVALID KEY
                    MOVE CHNQ-STATUS  TO WS-STP-STATUS (WS-KET-SUB)
                    MOVE CHNQ-RUNSEQ  TO WS-STP-RUNSEQ (WS-KET-SUB)
                    MOVE CHNQ-START-DATUM
                                      TO WS-STP-START-DATUM (WS-KET-SUB)
                    MOVE CHNQ-START-TIJD
                                      TO WS-STP-START-TIJD (WS-KET-SUB)
                    MOVE CHNQ-EIND-DATUM
                                      TO WS-STP-EIND-DATUM (WS-KET-SUB)
                    MOVE CHNQ-EIND-TIJD
                                      TO WS-STP-EIND-TIJD (WS-KET-SUB)
                    MOVE CHNQ-RC      TO WS-STP-RC (WS-KET-SUB)
                    MOVE CHNQ-POGINGEN
                                      TO WS-STP-POGINGEN (WS-KET-SUB)
              END-READ
           END-PERFORM
           CLOSE CHNQ-FILE
           .
      *
      *----------------------------------------------------------------
      *RVH132: PER FASE: VOLLEDIG AFGEWERKT / MINSTENS EEN STAP
      *        GESTART. DE DAG IS GESTOPT IN DE EERSTE FASE DIE NIET
      *        VOLLEDIG AFGEWERKT IS.
      *----------------------------------------------------------------
       BEPALEN-FASEN.
      ****************
           PERFORM VARYING WS-FASE FROM 1 BY 1 UNTIL WS-FASE > 11
              MOVE "J" TO WS-FASE-AFGEWERKT (WS-FASE)
              MOVE "N" TO WS-FASE-GESTART (WS-FASE)
           END-PERFORM
           PERFORM VARYING WS-KET-SUB FROM 1 BY 1
                   UNTIL WS-KET-SUB > WS-KET-COUNT
              MOVE KET-FASE (WS-KET-SUB) TO WS-FASE
              IF WS-STP-STATUS (WS-KET-SUB) NOT = "D"
                 MOVE "N" TO WS-FASE-AFGEWERKT (WS-FASE)
              END-IF
              IF WS-STP-STATUS (WS-KET-SUB) NOT = "N"
                 MOVE "J" TO WS-FASE-GESTART (WS-FASE)
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-STOP-FASE
           PERFORM VARYING WS-KET-SUB FROM 1 BY 1
                   UNTIL WS-KET-SUB > WS-KET-COUNT
                      OR WS-STOP-FASE NOT = ZERO
              MOVE KET-FASE (WS-KET-SUB) TO WS-FASE
              IF WS-FASE-AFGEWERKT (WS-FASE) = "N"
                 MOVE WS-FASE TO WS-STOP-FASE
              END-IF
           END-PERFORM
           .
      *
       SCHRIJVEN-VERSLAG.
      ********************
           MOVE SPACES TO KRPR-REC
           STRING "GIRKRPX4 - KETENVERSLAG GIRBET  WERKDAG "
                                            DELIMITED BY SIZE
                  WS-WERKDAG                DELIMITED BY SIZE
                  "  HERSTART-OVERRIDE: "   DELIMITED BY SIZE
                  WS-HERSTART               DELIMITED BY SIZE
                                       INTO KRPR-REC
           END-STRING
           WRITE KRPR-REC
           MOVE SPACES TO KRPR-REC
           STRING "STAP PROGRAMMA FASE STATUS           RUN "
                                            DELIMITED BY SIZE
                  "START             EINDE             RC   POG "
                                            DELIMITED BY SIZE
                  "ADVIES"                  DELIMITED BY SIZE
                                       INTO KRPR-REC
           END-STRING
           WRITE KRPR-REC
           MOVE ALL "-" TO KRPR-REC
           WRITE KRPR-REC
           PERFORM VARYING WS-KET-SUB FROM 1 BY 1
                   UNTIL WS-KET-SUB > WS-KET-COUNT
              PERFORM SCHRIJVEN-STAP
           END-PERFORM
           MOVE ALL "-" TO KRPR-REC
           WRITE KRPR-REC
           MOVE SPACES TO KRPR-REC
           IF WS-STOP-FASE = ZERO
              MOVE "KETEN VAN DE WERKDAG VOLLEDIG AFGEWERKT" TO KRPR-REC
           ELSE
              STRING "KETEN GESTOPT IN FASE "  DELIMITED BY SIZE
                     WS-STOP-FASE              DELIMITED BY SIZE
                     " - VEILIG OPNIEUW TE STARTEN STAPPEN: "
                                               DELIMITED BY SIZE
                     WS-CNT-HERSTARTBAAR       DELIMITED BY SIZE
                                          INTO KRPR-REC
              END-STRING
           END-IF
           WRITE KRPR-REC
           .
      *
      *----------------------------------------------------------------
      *RVH132: EEN LIJN PER STAP MET HET HERSTARTADVIES. WS-FASE - 1
      *        IS DE VOORGANGERSFASE, WS-FASE + 1 DE OPVOLGERSFASE
      *        (FASE 1 HEEFT GEEN VOORGANGERS; DE FASE NA DE LAATSTE
      *        BLIJFT IN WS-FASE-TABLE ALTIJD "NIET GESTART").
      *----------------------------------------------------------------
       SCHRIJVEN-STAP.
      *****************
           MOVE KET-FASE (WS-KET-SUB) TO WS-FASE
           MOVE "J" TO WS-VOORGANGER-KLAAR
           IF WS-FASE > 1
              MOVE WS-FASE-AFGEWERKT (WS-FASE - 1)
                                      TO WS-VOORGANGER-KLAAR
           END-IF
           EVALUATE WS-STP-STATUS (WS-KET-SUB)
           WHEN "D"
              MOVE "AFGEWERKT"        TO WS-TEKST-STATUS
           WHEN "R"
              MOVE "LOPEND/AFGEBROKEN" TO WS-TEKST-STATUS
           WHEN "F"
              MOVE "MISLUKT"          TO WS-TEKST-STATUS
           WHEN OTHER
              MOVE "NIET GESTART"     TO WS-TEKST-STATUS
           END-EVALUATE
           EVALUATE TRUE
           WHEN WS-STP-STATUS (WS-KET-SUB) = "D"
            AND WS-HERSTART = KET-PROGRAMMA (WS-KET-SUB)
              MOVE "HERSTART TOEGESTAAN VIA KETP-OVERRIDE"
                                      TO WS-TEKST-ADVIES
           WHEN WS-STP-STATUS (WS-KET-SUB) = "D"
              MOVE "NIET OPNIEUW DRAAIEN (ENKEL VIA KETP)"
                                      TO WS-TEKST-ADVIES
           WHEN WS-VOORGANGER-KLAAR = "N"
              MOVE "WACHT OP VOORGANGER"
                                      TO WS-TEKST-ADVIES
           WHEN WS-FASE-GESTART (WS-FASE + 1) = "J"
              MOVE "NIET HERSTARTEN - OPVOLGER AL GESTART"
                                      TO WS-TEKST-ADVIES
           WHEN WS-STP-STATUS (WS-KET-SUB) = "N"
              MOVE "KAN STARTEN"      TO WS-TEKST-ADVIES
           WHEN OTHER
              MOVE "VEILIG OPNIEUW TE STARTEN"
                                      TO WS-TEKST-ADVIES
              ADD 1 TO WS-CNT-HERSTARTBAAR
           END-EVALUATE
           MOVE SPACES TO KRPR-REC
           STRING " "                               DELIMITED BY SIZE
                  WS-KET-SUB                        DELIMITED BY SIZE
                  "  "                              DELIMITED BY SIZE
                  KET-PROGRAMMA (WS-KET-SUB)        DELIMITED BY SIZE
                  "  "                              DELIMITED BY SIZE
                  WS-FASE                           DELIMITED BY SIZE
                  "   "                             DELIMITED BY SIZE
                  WS-TEKST-STATUS                   DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  WS-STP-RUNSEQ (WS-KET-SUB)        DELIMITED BY SIZE
                  "  "                              DELIMITED BY SIZE
                  WS-STP-START-DATUM (WS-KET-SUB)   DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  WS-STP-START-TIJD (WS-KET-SUB)    DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  WS-STP-EIND-DATUM (WS-KET-SUB)    DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  WS-STP-EIND-TIJD (WS-KET-SUB)     DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  WS-STP-RC (WS-KET-SUB)            DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  WS-STP-POGINGEN (WS-KET-SUB)      DELIMITED BY SIZE
                  "  "                              DELIMITED BY SIZE
                  WS-TEKST-ADVIES                   DELIMITED BY SIZE
                                               INTO KRPR-REC
           END-STRING
           WRITE KRPR-REC
           .
      *
       FIN-KRP.
      **********
           CLOSE KRPR-FILE
           IF WS-STOP-FASE = ZERO
              DISPLAY "GIRKRPX4 - KETEN " WS-WERKDAG " AFGEWERKT"
           ELSE
              DISPLAY "GIRKRPX4 - KETEN " WS-WERKDAG
                      " GESTOPT IN FASE " WS-STOP-FASE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

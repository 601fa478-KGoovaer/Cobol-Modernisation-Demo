               88  MOTX-VERWORPEN       VALUE "R".
RVH054         88  MOTX-TERUGVORDERING  VALUE "T".
RVH093         88  MOTX-IN-WACHT        VALUE "P".
RVH119         88  MOTX-OVERGEDRAGEN    VALUE "U".
           05  MOTX-NAAM                PIC X(18).
           05  MOTX-VOORN               PIC X(12).
           05  MOTX-LND                 PIC X(03).
           ADD 1 TO WS-CNT-MELDINGEN
           ADD 1 TO WS-GRP-AANTAL
RVH093     IF MOTX-IN-WACHT
RVH119        OR MOTX-OVERGEDRAGEN
RVH093        ADD 1 TO WS-GRP-WACHTEND
RVH093     END-IF
           ADD MOTX-BEDRAG TO WS-HFD-TOTAAL

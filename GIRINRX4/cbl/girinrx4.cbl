       01  INVO-REC.
           05  INVO-PPR                 PIC X(186).
           05  INVO-WIJZE               PIC X(01).
RVH115     05  INVO-FASE                PIC X(01).
RVH115     05  INVO-FASEDATUM           PIC 9(08).
       FD  INVQ-FILE
           RECORDING MODE IS F.
       01  INVQ-REC.
           05  INVQ-PPR                 PIC X(186).
           05  INVQ-WIJZE               PIC X(01).
RVH115     05  INVQ-FASE                PIC X(01).
RVH115     05  INVQ-FASEDATUM           PIC 9(08).
       FD  SLDQ-FILE
           RECORDING MODE IS F.
       01  SLDQ-REC.
              ADD 1 TO WS-CNT-GEKANTELD
              MOVE INVO-PPR TO INVQ-PPR
              MOVE "B"      TO INVQ-WIJZE
RVH115*       DE BRIEFWEG BEGINT ZONDER FASE (GEEN AANMANING NOG).
RVH115        MOVE SPACE    TO INVQ-FASE
RVH115        MOVE ZERO     TO INVQ-FASEDATUM
              WRITE INVQ-REC
              COMPUTE WS-HEROPEN-BEDRAG = ZERO - TRBFN-MONTANT
              END-COMPUTE

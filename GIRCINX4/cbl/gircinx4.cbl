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
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-INV-IDX.
RVH115         10  WS-INV-BEELD         PIC X(196).
               10  WS-INV-BASIS         PIC 9(10).
               10  WS-INV-STATUS-SW     PIC X(01).
                   88  WS-INV-GESLOTEN  VALUE "G".

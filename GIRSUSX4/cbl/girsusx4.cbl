           05  CPLQ-LIJSTNAAM           PIC X(30).
           05  CPLQ-NAAM                PIC X(30).
           05  CPLQ-LND                 PIC X(03).
RVH113     05  CPLQ-REDEN               PIC X(04).
       FD  FWDQ-FILE
           RECORDING MODE IS F.
       01  FWDQ-REC                     PIC X(186).

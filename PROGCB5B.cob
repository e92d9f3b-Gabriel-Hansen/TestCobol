           05 RIN-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 RIN-INPUT-SEQ         PIC 9(08).
           05 FILLER                PIC X(01).
           05 RIN-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 RIN-SOURCE            PIC X(08).
       FD  CB5-OUT-FILE.
       01  CB5-OUT-RECORD           PIC X(43).
       WORKING-STORAGE SECTION.

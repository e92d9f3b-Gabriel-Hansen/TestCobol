                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 HIST-WORST-RC         PIC 9(02).
           05 FILLER                PIC X(01).
           05 HIST-PROGRAM          PIC X(08).
       FD  CB5-CRP-FILE.
       01  CB5-CRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.

                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 HIST-WORST-RC         PIC 9(02).
           05 FILLER                PIC X(01).
           05 HIST-PROGRAM          PIC X(08).
       FD  CB5-HRP-FILE.
       01  CB5-HRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
           PERFORM UNTIL WS-EOF
               IF HIST-PROC-DATE NOT < WS-FROM-DATE
                   AND HIST-PROC-DATE NOT > WS-TO-DATE
                   AND (HIST-PROGRAM = 'PROGCB5D'
                        OR HIST-PROGRAM = 'PROGCB5M'
                        OR HIST-PROGRAM = SPACES)
                   PERFORM 1500-REPORT-ONE-RUN
               END-IF
               PERFORM 1000-READ-HISTORY

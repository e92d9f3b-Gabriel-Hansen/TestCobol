       FD  CB5-EXT-FILE.
       01  CB5-EXT-RECORD           PIC X(140).
       FD  CB5-J1-FILE.
       01  CB5-J1-RECORD            PIC X(73).
       FD  CB5-J2-FILE.
       01  CB5-J2-RECORD            PIC X(73).
       FD  CB5-J3-FILE.
       01  CB5-J3-RECORD            PIC X(73).
       FD  CB5-J4-FILE.
       01  CB5-J4-RECORD            PIC X(73).
       FD  CB5-REJ-FILE.
       01  CB5-REJ-RECORD           PIC X(73).
       FD  CB5-RPT-FILE.
       01  CB5-RPT-LINE             PIC X(132).
       FD  CB5-HIST-FILE.
           05 WS-REJ-CODE           PIC X(02).
           05 FILLER                PIC X(01).
           05 WS-REJ-SEQ            PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-REJ-PROC-DATE      PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-REJ-SOURCE         PIC X(08).
       77 WS-REJ-GLOBAL-SEQ PIC 9(08) VALUE ZEROS.
       01  WS-HIST-WORK.
           05 HW-PROC-DATE          PIC X(08).
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HO-WORST-RC           PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HO-PROGRAM            PIC X(08).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PART-COUNT.
           MOVE WS-RUN-MIN TO HO-MIN.
           MOVE WS-RUN-MAX TO HO-MAX.
           MOVE WS-WORST-RC TO HO-WORST-RC.
           MOVE 'PROGCB5M' TO HO-PROGRAM.
           WRITE CB5-HIST-RECORD FROM WS-HIST-OUT.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5M - UNABLE TO WRITE CB5HIST, STATUS '

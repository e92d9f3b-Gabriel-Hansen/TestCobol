       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5E.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-HIST-FILE ASSIGN TO "CB5HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CB5-PM-FILE ASSIGN TO "CB5PMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PAIR-ID
               FILE STATUS IS WS-PMS-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-AUD-FILE ASSIGN TO "CB5AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CB5-ERP-FILE ASSIGN TO "CB5ERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-HIST-FILE.
       01  CB5-HIST-RECORD.
           05 HIST-PROC-DATE        PIC X(08).
           05 FILLER                PIC X(01).
           05 HIST-START-TS         PIC X(14).
           05 FILLER                PIC X(01).
           05 HIST-END-TS           PIC X(14).
           05 FILLER                PIC X(01).
           05 HIST-READ-COUNT       PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIST-CALC-COUNT       PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIST-REJECT-COUNT     PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIST-CONTROL-TOTAL    PIC S9(9)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 HIST-MIN              PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 HIST-MAX              PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 HIST-WORST-RC         PIC 9(02).
           05 FILLER                PIC X(01).
           05 HIST-PROGRAM          PIC X(08).
       FD  CB5-PM-FILE.
       01  CB5-PM-RECORD.
           05 PM-PAIR-ID            PIC X(08).
           05 PM-DESC               PIC X(30).
           05 PM-DEPT               PIC X(04).
           05 PM-CURRENCY           PIC X(03).
           05 PM-STATUS             PIC X(01).
              88 PM-ACTIVE          VALUE 'A'.
              88 PM-INACTIVE        VALUE 'I'.
       FD  CB5-RES-FILE.
       01  CB5-RES-RECORD.
           05 RES-KEY.
              10 RES-PAIR-ID        PIC X(08).
              10 RES-RUN-DATE       PIC X(08).
           05 RES-NUM1              PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-NUM2              PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-SOMA              PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-SUBTRACAO         PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-DIVISAO           PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-RESTO             PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-MULTIPLICACAO     PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-MEDIA             PIC S9(7)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-PCT-CHANGE        PIC S9(5)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 RES-CALC-RC           PIC 9(02).
       FD  CB5-AUD-FILE.
       01  CB5-AUD-RECORD.
           05 AUD-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(01).
           05 AUD-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 AUD-CURRENCY          PIC X(03).
           05 FILLER                PIC X(131).
           05 AUD-SOURCE            PIC X(08).
           05 FILLER                PIC X(01).
           05 AUD-MODE              PIC X(01).
       FD  CB5-ERP-FILE.
       01  CB5-ERP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-PMS-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(02) VALUE SPACES.
       77 WS-ERP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-PROC-DATE PIC X(08) VALUE SPACES.
       77 WS-CUTOFF-TS PIC X(14) VALUE SPACES.
       77 WS-HIST-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-PM-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-ACTIVE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-POSTED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-AUD-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-MISSING-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-CURR-MISMATCH-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-CUR-PAIR-ID PIC X(08) VALUE SPACES.
       77 WS-PMT-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-PMT-IX PIC 9(04) VALUE ZEROS.
       77 WS-PMT-LO PIC 9(04) VALUE ZEROS.
       77 WS-PMT-HI PIC 9(04) VALUE ZEROS.
       77 WS-PMT-MID PIC 9(04) VALUE ZEROS.
       77 WS-PMT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PMT-FOUND VALUE 'Y'.
       01  WS-PMT-TABLE.
           05 WS-PMT-ENTRY OCCURS 9999 TIMES.
              10 WS-PMT-PAIR-ID     PIC X(08).
              10 WS-PMT-DESC        PIC X(30).
              10 WS-PMT-DEPT        PIC X(04).
              10 WS-PMT-CURRENCY    PIC X(03).
              10 WS-PMT-STATUS      PIC X(01).
              10 WS-PMT-POSTED      PIC X(01).
              10 WS-PMT-SOURCE      PIC X(08).
              10 WS-PMT-AUD-SEEN    PIC X(01).
              10 WS-PMT-AUD-CURR    PIC X(03).
       77 WS-GRP-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-GRP-IX PIC 9(04) VALUE ZEROS.
       77 WS-GRP-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-GRP-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-GRP-FOUND VALUE 'Y'.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 500 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-DEPT     PIC X(04).
                 15 WS-GRP-SOURCE   PIC X(08).
              10 WS-GRP-MISSING     PIC 9(08).
       01  WS-CUR-GRP-KEY.
           05 WS-CUR-GRP-DEPT       PIC X(04).
           05 WS-CUR-GRP-SOURCE     PIC X(08).
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-ERP-HDR1.
           05 FILLER PIC X(54) VALUE
               'PROGCB5E - MISSING SUBMISSION AND CURRENCY EXCEPTIONS'.
           05 FILLER PIC X(78) VALUE SPACES.
       01  WS-ERP-HDR2.
           05 FILLER PIC X(18) VALUE 'PROCESSING DATE = '.
           05 HDR-PROC-DATE         PIC X(08).
           05 FILLER PIC X(24) VALUE '  RUN-HISTORY RECORDS = '.
           05 HDR-HIST-COUNT        PIC ZZZ9.
           05 FILLER PIC X(25) VALUE '  AUDIT ROWS READ UP TO '.
           05 HDR-CUTOFF-TS         PIC X(14).
           05 FILLER PIC X(39) VALUE SPACES.
       01  WS-ERP-NOHIST.
           05 FILLER PIC X(50) VALUE
               '*** NO RUN-HISTORY RECORD FOR THE PROCESSING DATE'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  WS-ERP-BLANK             PIC X(132) VALUE SPACES.
       01  WS-ERP-MISS-TITLE.
           05 FILLER PIC X(52) VALUE
               'ACTIVE PAIRS WITH NO RESULT FOR THE PROCESSING DATE'.
           05 FILLER PIC X(80) VALUE SPACES.
       01  WS-ERP-CURR-TITLE.
           05 FILLER PIC X(34) VALUE
               'POSTED PAIRS WHOSE AUDIT CURRENCY '.
           05 FILLER PIC X(31) VALUE
               'DIFFERS FROM THE PAIR MASTER'.
           05 FILLER PIC X(67) VALUE SPACES.
       01  WS-ERP-COLS.
           05 FILLER PIC X(06) VALUE 'DEPT'.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(10) VALUE 'PAIR ID'.
           05 FILLER PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(08) VALUE 'MASTER'.
           05 FILLER PIC X(08) VALUE 'AUDIT'.
           05 FILLER PIC X(58) VALUE SPACES.
       01  WS-ERP-DETAIL.
           05 ERP-DEPT              PIC X(04).
           05 FILLER                PIC X(02).
           05 ERP-SOURCE            PIC X(08).
           05 FILLER                PIC X(02).
           05 ERP-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(02).
           05 ERP-DESC              PIC X(30).
           05 FILLER                PIC X(02).
           05 ERP-PM-CURR           PIC X(03).
           05 FILLER                PIC X(05).
           05 ERP-AUD-CURR          PIC X(03).
           05 FILLER                PIC X(63).
       01  WS-ERP-GROUP-TOTAL.
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'MISSING FOR DEPT '.
           05 ERP-GRP-DEPT          PIC X(04).
           05 FILLER PIC X(08) VALUE ' SOURCE '.
           05 ERP-GRP-SOURCE        PIC X(08).
           05 FILLER PIC X(03) VALUE ' = '.
           05 ERP-GRP-MISSING       PIC ZZZZZZZ9.
           05 FILLER PIC X(75) VALUE SPACES.
       01  WS-ERP-NONE.
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(06) VALUE '(NONE)'.
           05 FILLER PIC X(120) VALUE SPACES.
       01  WS-ERP-TOTAL1.
           05 FILLER PIC X(16) VALUE 'PAIRS ON MASTER '.
           05 FILLER PIC X(02) VALUE '= '.
           05 ERP-PM-COUNT          PIC ZZZZZZZ9.
           05 FILLER PIC X(11) VALUE '  ACTIVE = '.
           05 ERP-ACTIVE-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(11) VALUE '  POSTED = '.
           05 ERP-POSTED-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(68) VALUE SPACES.
       01  WS-ERP-TOTAL2.
           05 FILLER PIC X(18) VALUE 'MISSING ACTIVE = '.
           05 ERP-MISSING-COUNT     PIC ZZZZZZZ9.
           05 FILLER PIC X(26) VALUE '  CURRENCY MISMATCHES = '.
           05 ERP-CURR-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(72) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-REPORT.
           STOP RUN.

       0100-GET-CRITERIA.
           MOVE SPACES TO WS-CTL-CARD.
           ACCEPT WS-CTL-CARD.
           MOVE SPACES TO WS-CTL-TOKENS.
           UNSTRING WS-CTL-CARD DELIMITED BY ALL ' '
               INTO WS-CTL-TOKEN (1) WS-CTL-TOKEN (2)
                    WS-CTL-TOKEN (3) WS-CTL-TOKEN (4)
                    WS-CTL-TOKEN (5) WS-CTL-TOKEN (6)
                    WS-CTL-TOKEN (7) WS-CTL-TOKEN (8)
           END-UNSTRING.
           PERFORM VARYING WS-TOK-IX FROM 1 BY 1
               UNTIL WS-TOK-IX > 8
               IF WS-CTL-TOKEN (WS-TOK-IX) NOT = SPACES
                   PERFORM 0110-PARSE-ONE-KEYWORD
               END-IF
           END-PERFORM.
           IF WS-PROC-DATE = SPACES
               DISPLAY 'PROGCB5E - CONTROL CARD HAS NO DATE= KEYWORD'
               DISPLAY 'PROGCB5E - EXPECTED DATE=YYYYMMDD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-PARSE-ONE-KEYWORD.
           MOVE SPACES TO WS-CTL-KEYWORD.
           MOVE SPACES TO WS-CTL-VALUE.
           UNSTRING WS-CTL-TOKEN (WS-TOK-IX) DELIMITED BY '='
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING.
           EVALUATE WS-CTL-KEYWORD
               WHEN 'DATE'
                   IF WS-CTL-VALUE(1:8) IS NUMERIC
                       AND WS-CTL-VALUE(9:32) = SPACES
                       MOVE WS-CTL-VALUE(1:8) TO WS-PROC-DATE
                   ELSE
                       PERFORM 0080-CONTROL-CARD-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5E - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5E - EXPECTED DATE=YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-REPORT.
           MOVE SPACES TO WS-PMT-TABLE.
           MOVE SPACES TO WS-GRP-TABLE.
           PERFORM 1000-LOAD-RUN-HISTORY.
           PERFORM 1100-LOAD-PAIR-MASTER.
           PERFORM 1300-LOAD-AUDIT.
           PERFORM VARYING WS-PMT-IX FROM 1 BY 1
               UNTIL WS-PMT-IX > WS-PMT-COUNT
               IF WS-PMT-STATUS (WS-PMT-IX) = 'A'
                   AND WS-PMT-POSTED (WS-PMT-IX) NOT = 'Y'
                   PERFORM 1800-COUNT-MISSING-PAIR
               END-IF
           END-PERFORM.

           OPEN OUTPUT CB5-ERP-FILE.
           IF WS-ERP-STATUS NOT = '00'
               DISPLAY 'PROGCB5E - UNABLE TO OPEN CB5ERP, STATUS '
                   WS-ERP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.
           PERFORM 2100-WRITE-MISSING-SECTION.
           PERFORM 2300-WRITE-CURRENCY-SECTION.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-ERP-FILE.

           IF WS-MISSING-COUNT > 0
               OR WS-CURR-MISMATCH-COUNT > 0
               OR WS-HIST-COUNT = 0
               MOVE 4 TO WS-JOB-RC
           END-IF.
           DISPLAY 'PROGCB5E - ' WS-MISSING-COUNT ' MISSING, '
               WS-CURR-MISMATCH-COUNT ' CURRENCY MISMATCHES, '
               'ENDING WITH RETURN CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-LOAD-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-CUTOFF-TS.
           OPEN INPUT CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5E - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-READ-HISTORY.
           PERFORM UNTIL WS-EOF
               IF HIST-PROC-DATE = WS-PROC-DATE
                   AND HIST-END-TS IS NUMERIC
                   ADD 1 TO WS-HIST-COUNT
                   IF HIST-END-TS > WS-CUTOFF-TS
                       MOVE HIST-END-TS TO WS-CUTOFF-TS
                   END-IF
               END-IF
               PERFORM 1050-READ-HISTORY
           END-PERFORM.
           CLOSE CB5-HIST-FILE.
           IF WS-HIST-COUNT = 0
               DISPLAY 'PROGCB5E - NO RUN-HISTORY RECORD FOR '
                   WS-PROC-DATE ' - READING THE WHOLE AUDIT TRAIL'
               MOVE '99999999999999' TO WS-CUTOFF-TS
           END-IF.

       1050-READ-HISTORY.
           READ CB5-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1100-LOAD-PAIR-MASTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-PM-FILE.
           IF WS-PMS-STATUS NOT = '00'
               DISPLAY 'PROGCB5E - UNABLE TO OPEN CB5PMS, STATUS '
                   WS-PMS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5E - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-PM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-READ-PAIR-MASTER.
           PERFORM UNTIL WS-EOF
               PERFORM 1160-STORE-PAIR
               PERFORM 1150-READ-PAIR-MASTER
           END-PERFORM.
           CLOSE CB5-PM-FILE.
           CLOSE CB5-RES-FILE.

       1150-READ-PAIR-MASTER.
           READ CB5-PM-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-PMS-STATUS NOT = '00'
                   DISPLAY 'PROGCB5E - UNABLE TO READ CB5PMS, STATUS '
                       WS-PMS-STATUS
                   CLOSE CB5-PM-FILE
                   CLOSE CB5-RES-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PM-READ-COUNT
           END-IF.

       1160-STORE-PAIR.
           IF WS-PMT-COUNT = 9999
               DISPLAY 'PROGCB5E - MORE THAN 9999 PAIRS ON CB5PMS - '
                   'ENLARGE WS-PMT-TABLE'
               CLOSE CB5-PM-FILE
               CLOSE CB5-RES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PMT-COUNT.
           MOVE PM-PAIR-ID TO WS-PMT-PAIR-ID (WS-PMT-COUNT).
           MOVE PM-DESC TO WS-PMT-DESC (WS-PMT-COUNT).
           MOVE PM-DEPT TO WS-PMT-DEPT (WS-PMT-COUNT).
           MOVE PM-CURRENCY TO WS-PMT-CURRENCY (WS-PMT-COUNT).
           MOVE PM-STATUS TO WS-PMT-STATUS (WS-PMT-COUNT).
           MOVE 'N' TO WS-PMT-POSTED (WS-PMT-COUNT).
           MOVE 'UNKNOWN' TO WS-PMT-SOURCE (WS-PMT-COUNT).
           MOVE 'N' TO WS-PMT-AUD-SEEN (WS-PMT-COUNT).
           IF PM-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           MOVE PM-PAIR-ID TO RES-PAIR-ID.
           MOVE WS-PROC-DATE TO RES-RUN-DATE.
           READ CB5-RES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PMT-POSTED (WS-PMT-COUNT)
                   ADD 1 TO WS-POSTED-COUNT
           END-READ.
           IF WS-RES-STATUS NOT = '00' AND WS-RES-STATUS NOT = '23'
               DISPLAY 'PROGCB5E - UNABLE TO READ CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-PM-FILE
               CLOSE CB5-RES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-LOAD-AUDIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-AUD-FILE.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5E - UNABLE TO OPEN CB5AUD, STATUS '
                   WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1350-READ-AUDIT.
           PERFORM UNTIL WS-EOF
               IF AUD-MODE = 'B'
                   AND AUD-TIMESTAMP NOT > WS-CUTOFF-TS
                   PERFORM 1360-APPLY-AUDIT-ROW
               END-IF
               PERFORM 1350-READ-AUDIT
           END-PERFORM.
           CLOSE CB5-AUD-FILE.

       1350-READ-AUDIT.
           READ CB5-AUD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'PROGCB5E - UNABLE TO READ CB5AUD, STATUS '
                       WS-AUD-STATUS
                   CLOSE CB5-AUD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AUD-READ-COUNT
           END-IF.

       1360-APPLY-AUDIT-ROW.
           MOVE AUD-PAIR-ID TO WS-CUR-PAIR-ID.
           PERFORM 1700-FIND-PAIR-ENTRY.
           IF WS-PMT-FOUND
               IF AUD-SOURCE NOT = SPACES
                   MOVE AUD-SOURCE TO WS-PMT-SOURCE (WS-PMT-IX)
               END-IF
               IF AUD-TIMESTAMP(1:8) NOT < WS-PROC-DATE
                   MOVE 'Y' TO WS-PMT-AUD-SEEN (WS-PMT-IX)
                   MOVE AUD-CURRENCY TO WS-PMT-AUD-CURR (WS-PMT-IX)
               END-IF
           END-IF.

       1700-FIND-PAIR-ENTRY.
           MOVE 'N' TO WS-PMT-FOUND-SW.
           MOVE 1 TO WS-PMT-LO.
           MOVE WS-PMT-COUNT TO WS-PMT-HI.
           PERFORM UNTIL WS-PMT-LO > WS-PMT-HI
                  OR WS-PMT-FOUND
               COMPUTE WS-PMT-MID = (WS-PMT-LO + WS-PMT-HI) / 2
               EVALUATE TRUE
                   WHEN WS-PMT-PAIR-ID (WS-PMT-MID) = WS-CUR-PAIR-ID
                       MOVE 'Y' TO WS-PMT-FOUND-SW
                       MOVE WS-PMT-MID TO WS-PMT-IX
                   WHEN WS-PMT-PAIR-ID (WS-PMT-MID) < WS-CUR-PAIR-ID
                       COMPUTE WS-PMT-LO = WS-PMT-MID + 1
                   WHEN OTHER
                       COMPUTE WS-PMT-HI = WS-PMT-MID - 1
               END-EVALUATE
           END-PERFORM.

       1800-COUNT-MISSING-PAIR.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE WS-PMT-DEPT (WS-PMT-IX) TO WS-CUR-GRP-DEPT.
           MOVE WS-PMT-SOURCE (WS-PMT-IX) TO WS-CUR-GRP-SOURCE.
           PERFORM 1850-FIND-GROUP-ENTRY.
           ADD 1 TO WS-GRP-MISSING (WS-GRP-IX).

       1850-FIND-GROUP-ENTRY.
           MOVE 'N' TO WS-GRP-FOUND-SW.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
                  OR WS-GRP-KEY (WS-GRP-IX) NOT < WS-CUR-GRP-KEY
               CONTINUE
           END-PERFORM.
           IF WS-GRP-IX NOT > WS-GRP-COUNT
               AND WS-GRP-KEY (WS-GRP-IX) = WS-CUR-GRP-KEY
               MOVE 'Y' TO WS-GRP-FOUND-SW
           END-IF.
           IF NOT WS-GRP-FOUND
               IF WS-GRP-COUNT = 500
                   DISPLAY 'PROGCB5E - MORE THAN 500 DEPARTMENT/SOURCE '
                       'GROUPS - ENLARGE WS-GRP-TABLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-GRP-SHIFT FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-SHIFT < WS-GRP-IX
                   MOVE WS-GRP-ENTRY (WS-GRP-SHIFT)
                       TO WS-GRP-ENTRY (WS-GRP-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-CUR-GRP-KEY TO WS-GRP-KEY (WS-GRP-IX)
               MOVE ZEROS TO WS-GRP-MISSING (WS-GRP-IX)
           END-IF.

       2100-WRITE-MISSING-SECTION.
           MOVE WS-ERP-BLANK TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ERP-MISS-TITLE TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ERP-COLS TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-GRP-COUNT = 0
               MOVE WS-ERP-NONE TO CB5-ERP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
               PERFORM 2150-WRITE-ONE-GROUP
           END-PERFORM.

       2150-WRITE-ONE-GROUP.
           PERFORM VARYING WS-PMT-IX FROM 1 BY 1
               UNTIL WS-PMT-IX > WS-PMT-COUNT
               IF WS-PMT-STATUS (WS-PMT-IX) = 'A'
                   AND WS-PMT-POSTED (WS-PMT-IX) NOT = 'Y'
                   AND WS-PMT-DEPT (WS-PMT-IX)
                       = WS-GRP-DEPT (WS-GRP-IX)
                   AND WS-PMT-SOURCE (WS-PMT-IX)
                       = WS-GRP-SOURCE (WS-GRP-IX)
                   PERFORM 2500-WRITE-PAIR-LINE
               END-IF
           END-PERFORM.
           MOVE WS-GRP-DEPT (WS-GRP-IX) TO ERP-GRP-DEPT.
           MOVE WS-GRP-SOURCE (WS-GRP-IX) TO ERP-GRP-SOURCE.
           MOVE WS-GRP-MISSING (WS-GRP-IX) TO ERP-GRP-MISSING.
           MOVE WS-ERP-GROUP-TOTAL TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2300-WRITE-CURRENCY-SECTION.
           MOVE WS-ERP-BLANK TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ERP-CURR-TITLE TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ERP-COLS TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           PERFORM VARYING WS-PMT-IX FROM 1 BY 1
               UNTIL WS-PMT-IX > WS-PMT-COUNT
               IF WS-PMT-POSTED (WS-PMT-IX) = 'Y'
                   AND WS-PMT-AUD-SEEN (WS-PMT-IX) = 'Y'
                   AND WS-PMT-AUD-CURR (WS-PMT-IX)
                       NOT = WS-PMT-CURRENCY (WS-PMT-IX)
                   ADD 1 TO WS-CURR-MISMATCH-COUNT
                   PERFORM 2500-WRITE-PAIR-LINE
               END-IF
           END-PERFORM.
           IF WS-CURR-MISMATCH-COUNT = 0
               MOVE WS-ERP-NONE TO CB5-ERP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2500-WRITE-PAIR-LINE.
           MOVE SPACES TO WS-ERP-DETAIL.
           MOVE WS-PMT-DEPT (WS-PMT-IX) TO ERP-DEPT.
           MOVE WS-PMT-SOURCE (WS-PMT-IX) TO ERP-SOURCE.
           MOVE WS-PMT-PAIR-ID (WS-PMT-IX) TO ERP-PAIR-ID.
           MOVE WS-PMT-DESC (WS-PMT-IX) TO ERP-DESC.
           IF WS-PMT-CURRENCY (WS-PMT-IX) = SPACES
               MOVE 'BAS' TO ERP-PM-CURR
           ELSE
               MOVE WS-PMT-CURRENCY (WS-PMT-IX) TO ERP-PM-CURR
           END-IF.
           IF WS-PMT-AUD-SEEN (WS-PMT-IX) = 'Y'
               IF WS-PMT-AUD-CURR (WS-PMT-IX) = SPACES
                   MOVE 'BAS' TO ERP-AUD-CURR
               ELSE
                   MOVE WS-PMT-AUD-CURR (WS-PMT-IX) TO ERP-AUD-CURR
               END-IF
           END-IF.
           MOVE WS-ERP-DETAIL TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-WRITE-REPORT-HEADERS.
           MOVE WS-ERP-HDR1 TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PROC-DATE TO HDR-PROC-DATE.
           MOVE WS-HIST-COUNT TO HDR-HIST-COUNT.
           MOVE WS-CUTOFF-TS TO HDR-CUTOFF-TS.
           MOVE WS-ERP-HDR2 TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-HIST-COUNT = 0
               MOVE WS-ERP-NOHIST TO CB5-ERP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-ERP-BLANK TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PM-READ-COUNT TO ERP-PM-COUNT.
           MOVE WS-ACTIVE-COUNT TO ERP-ACTIVE-COUNT.
           MOVE WS-POSTED-COUNT TO ERP-POSTED-COUNT.
           MOVE WS-ERP-TOTAL1 TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-MISSING-COUNT TO ERP-MISSING-COUNT.
           MOVE WS-CURR-MISMATCH-COUNT TO ERP-CURR-COUNT.
           MOVE WS-ERP-TOTAL2 TO CB5-ERP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-ERP-LINE.
           IF WS-ERP-STATUS NOT = '00'
               DISPLAY 'PROGCB5E - UNABLE TO WRITE CB5ERP, STATUS '
                   WS-ERP-STATUS
               CLOSE CB5-ERP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

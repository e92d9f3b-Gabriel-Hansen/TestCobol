       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5I.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-HIST-FILE ASSIGN TO "CB5HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-EXT-FILE ASSIGN TO "CB5EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT CB5-AUD-FILE ASSIGN TO "CB5AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CB5-IRP-FILE ASSIGN TO "CB5IRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRP-STATUS.
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
       FD  CB5-EXT-FILE.
       01  CB5-EXT-RECORD.
           05 EXT-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 EXT-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 EXT-NUM1              PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-NUM2              PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-SOMA              PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-SUBTRACAO         PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-DIVISAO           PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-RESTO             PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-MULTIPLICACAO     PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-MEDIA             PIC X(11).
           05 FILLER                PIC X(01).
           05 EXT-PCT-CHANGE        PIC X(09).
           05 FILLER                PIC X(22).
       FD  CB5-AUD-FILE.
       01  CB5-AUD-RECORD.
           05 AUD-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(01).
           05 AUD-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 AUD-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 AUD-ORIG-NUM1         PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-ORIG-NUM2         PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-NUM1              PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-NUM2              PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-SOMA              PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-SUBTRACAO         PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-DIVISAO           PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-RESTO             PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-MULTIPLICACAO     PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-MEDIA             PIC X(11).
           05 FILLER                PIC X(01).
           05 AUD-PCT-CHANGE        PIC X(09).
           05 FILLER                PIC X(01).
           05 AUD-SOURCE            PIC X(08).
           05 FILLER                PIC X(01).
           05 AUD-MODE              PIC X(01).
       FD  CB5-IRP-FILE.
       01  CB5-IRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-EXT-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(02) VALUE SPACES.
       77 WS-IRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-PROC-DATE PIC X(08) VALUE SPACES.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-HIST-SKIP-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-RES-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-RES-SELECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-EXT-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-EXT-BAD-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-AUD-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-AUD-SELECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-AUD-BAD-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-IN-RES-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-IN-AUD-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-IN-EXT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-MISSING-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-DISAGREE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-NOHIST-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-EXCEPTION-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-WIN-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-WIN-IX PIC 9(02) VALUE ZEROS.
       77 WS-IN-WINDOW-SW PIC X(01) VALUE 'N'.
           88 WS-IN-WINDOW VALUE 'Y'.
       01  WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 20 TIMES.
              10 WS-WIN-START       PIC X(14).
              10 WS-WIN-END         PIC X(14).
       77 WS-CUR-PAIR-ID PIC X(08) VALUE SPACES.
       77 WS-PRT-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-PRT-IX PIC 9(04) VALUE ZEROS.
       77 WS-PRT-LO PIC 9(04) VALUE ZEROS.
       77 WS-PRT-HI PIC 9(04) VALUE ZEROS.
       77 WS-PRT-MID PIC 9(04) VALUE ZEROS.
       77 WS-PRT-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-PRT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PRT-FOUND VALUE 'Y'.
       01  WS-PRT-TABLE.
           05 WS-PRT-ENTRY OCCURS 5000 TIMES.
              10 WS-PRT-PAIR-ID     PIC X(08).
              10 WS-PRT-IN-RES      PIC X(01).
              10 WS-PRT-IN-AUD      PIC X(01).
              10 WS-PRT-IN-EXT      PIC X(01).
              10 WS-PRT-NOHIST      PIC X(01).
              10 WS-PRT-RES-VAL     PIC S9(8)V99 OCCURS 9 TIMES.
              10 WS-PRT-AUD-VAL     PIC S9(8)V99 OCCURS 9 TIMES.
              10 WS-PRT-EXT-VAL     PIC S9(8)V99 OCCURS 9 TIMES.
       01  WS-ROW-VALUES.
           05 WS-ROW-VAL            PIC S9(8)V99 OCCURS 9 TIMES.
       01  WS-ROW-FIELDS.
           05 WS-ROW-FIELD          PIC X(11) OCCURS 9 TIMES.
       77 WS-VAL-IX PIC 9(02) VALUE ZEROS.
       77 WS-ROW-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-ROW-OK VALUE 'Y'.
       77 WS-SAME-SW PIC X(01) VALUE 'Y'.
           88 WS-SAME-VALUES VALUE 'Y'.
       01  WS-VAL-NAME-LIST.
           05 FILLER PIC X(13) VALUE 'NUM1'.
           05 FILLER PIC X(13) VALUE 'NUM2'.
           05 FILLER PIC X(13) VALUE 'SOMA'.
           05 FILLER PIC X(13) VALUE 'SUBTRACAO'.
           05 FILLER PIC X(13) VALUE 'DIVISAO'.
           05 FILLER PIC X(13) VALUE 'RESTO'.
           05 FILLER PIC X(13) VALUE 'MULTIPLICACAO'.
           05 FILLER PIC X(13) VALUE 'MEDIA'.
           05 FILLER PIC X(13) VALUE 'PCT CHANGE'.
       01  WS-VAL-NAMES REDEFINES WS-VAL-NAME-LIST.
           05 WS-VAL-NAME           PIC X(13) OCCURS 9 TIMES.
       01  WS-PARSE-FIELD           PIC X(11).
       01  WS-PARSE-SPLIT.
           05 WS-PARSE-INT-X        PIC X(08).
           05 WS-PARSE-INT REDEFINES WS-PARSE-INT-X
                                    PIC 9(08).
           05 WS-PARSE-DEC-X        PIC X(02).
           05 WS-PARSE-DEC REDEFINES WS-PARSE-DEC-X
                                    PIC 9(02).
       77 WS-PARSE-SIGN PIC X(01) VALUE '+'.
       77 WS-PARSE-SIGNED PIC S9(8)V99 VALUE ZEROS.
       77 WS-PARSE-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-PARSE-OK VALUE 'Y'.
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-IRP-HDR1.
           05 FILLER PIC X(52) VALUE
               'PROGCB5I - AUDIT / RESULTS / EXTRACT INTEGRITY CHECK'.
           05 FILLER PIC X(80) VALUE SPACES.
       01  WS-IRP-HDR2.
           05 FILLER PIC X(18) VALUE 'PROCESSING DATE = '.
           05 HDR-PROC-DATE         PIC X(08).
           05 FILLER PIC X(28) VALUE
               '  RUN-HISTORY RECORDS = '.
           05 HDR-WIN-COUNT         PIC Z9.
           05 FILLER PIC X(76) VALUE SPACES.
       01  WS-IRP-WINDOW.
           05 FILLER PIC X(22) VALUE '  RUN WINDOW  STARTED '.
           05 IRP-WIN-START         PIC X(14).
           05 FILLER PIC X(07) VALUE '  ENDED'.
           05 FILLER PIC X(01) VALUE SPACES.
           05 IRP-WIN-END           PIC X(14).
           05 FILLER PIC X(74) VALUE SPACES.
       01  WS-IRP-NOHIST.
           05 FILLER PIC X(50) VALUE
               '*** NO RUN-HISTORY RECORD FOR THE PROCESSING DATE'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  WS-IRP-HDR3.
           05 FILLER PIC X(10) VALUE 'PAIR ID'.
           05 FILLER PIC X(32) VALUE 'EXCEPTION'.
           05 FILLER PIC X(15) VALUE 'VALUE'.
           05 FILLER PIC X(16) VALUE '       RESULTS'.
           05 FILLER PIC X(16) VALUE '         AUDIT'.
           05 FILLER PIC X(14) VALUE '       EXTRACT'.
           05 FILLER PIC X(29) VALUE SPACES.
       01  WS-IRP-DETAIL.
           05 IRP-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(02).
           05 IRP-EXCEPTION         PIC X(30).
           05 FILLER                PIC X(02).
           05 IRP-VAL-NAME          PIC X(13).
           05 FILLER                PIC X(02).
           05 IRP-RES-VAL           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02).
           05 IRP-AUD-VAL           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02).
           05 IRP-EXT-VAL           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(29).
       01  WS-IRP-TOTAL1.
           05 FILLER PIC X(16) VALUE 'PAIRS CHECKED = '.
           05 IRP-PAIR-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(15) VALUE '  IN RESULTS = '.
           05 IRP-IN-RES            PIC ZZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  IN AUDIT = '.
           05 IRP-IN-AUD            PIC ZZZZZZZ9.
           05 FILLER PIC X(15) VALUE '  IN EXTRACT = '.
           05 IRP-IN-EXT            PIC ZZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.
       01  WS-IRP-TOTAL2.
           05 FILLER PIC X(18) VALUE 'MISSING ENTRIES = '.
           05 IRP-MISSING           PIC ZZZZZZZ9.
           05 FILLER PIC X(24) VALUE '  VALUE DISAGREEMENTS = '.
           05 IRP-DISAGREE          PIC ZZZZZZZ9.
           05 FILLER PIC X(20) VALUE '  NO RUN HISTORY = '.
           05 IRP-NOHIST            PIC ZZZZZZZ9.
           05 FILLER PIC X(20) VALUE '  UNREADABLE ROWS = '.
           05 IRP-BAD-ROWS          PIC ZZZZZZZ9.
           05 FILLER PIC X(18) VALUE SPACES.
       01  WS-IRP-TOTAL3.
           05 IRP-STATUS            PIC X(50).
           05 FILLER PIC X(82) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-CHECK.
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
               DISPLAY 'PROGCB5I - CONTROL CARD HAS NO DATE= KEYWORD'
               DISPLAY 'PROGCB5I - EXPECTED DATE=YYYYMMDD'
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
           DISPLAY 'PROGCB5I - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5I - EXPECTED DATE=YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-CHECK.
           MOVE SPACES TO WS-WIN-TABLE.
           MOVE SPACES TO WS-PRT-TABLE.
           PERFORM 1000-LOAD-RUN-HISTORY.
           PERFORM 1100-LOAD-RESULTS.
           PERFORM 1200-LOAD-EXTRACT.
           PERFORM 1300-LOAD-AUDIT.

           OPEN OUTPUT CB5-IRP-FILE.
           IF WS-IRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5I - UNABLE TO OPEN CB5IRP, STATUS '
                   WS-IRP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.
           PERFORM VARYING WS-PRT-IX FROM 1 BY 1
               UNTIL WS-PRT-IX > WS-PRT-COUNT
               PERFORM 2100-CHECK-ONE-PAIR
           END-PERFORM.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-IRP-FILE.

           DISPLAY 'PROGCB5I - ' WS-PRT-COUNT ' PAIRS CHECKED, '
               WS-EXCEPTION-COUNT ' EXCEPTIONS, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-LOAD-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5I - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-READ-HISTORY.
           PERFORM UNTIL WS-EOF
               IF HIST-PROC-DATE = WS-PROC-DATE
                   IF HIST-START-TS IS NUMERIC
                       AND HIST-END-TS IS NUMERIC
                       PERFORM 1060-STORE-RUN-WINDOW
                   ELSE
                       ADD 1 TO WS-HIST-SKIP-COUNT
                       DISPLAY 'PROGCB5I - CB5HIST RECORD NOT IN THE '
                           'CURRENT LAYOUT - SKIPPED: '
                           CB5-HIST-RECORD
                   END-IF
               END-IF
               PERFORM 1050-READ-HISTORY
           END-PERFORM.
           CLOSE CB5-HIST-FILE.
           IF WS-WIN-COUNT = 0
               DISPLAY 'PROGCB5I - NO RUN-HISTORY RECORD FOR '
                   WS-PROC-DATE
               MOVE 4 TO WS-JOB-RC
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       1050-READ-HISTORY.
           READ CB5-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1060-STORE-RUN-WINDOW.
           IF WS-WIN-COUNT = 20
               DISPLAY 'PROGCB5I - MORE THAN 20 RUN-HISTORY RECORDS '
                   'FOR ' WS-PROC-DATE ' - ENLARGE WS-WIN-TABLE'
               CLOSE CB5-HIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WIN-COUNT.
           MOVE HIST-START-TS TO WS-WIN-START (WS-WIN-COUNT).
           MOVE HIST-END-TS TO WS-WIN-END (WS-WIN-COUNT).

       1100-LOAD-RESULTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5I - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-READ-RESULTS.
           PERFORM UNTIL WS-EOF
               IF RES-RUN-DATE = WS-PROC-DATE
                   PERFORM 1160-STORE-RESULT
               END-IF
               PERFORM 1150-READ-RESULTS
           END-PERFORM.
           CLOSE CB5-RES-FILE.

       1150-READ-RESULTS.
           READ CB5-RES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-RES-STATUS NOT = '00'
                   DISPLAY 'PROGCB5I - UNABLE TO READ CB5RES, STATUS '
                       WS-RES-STATUS
                   CLOSE CB5-RES-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RES-READ-COUNT
           END-IF.

       1160-STORE-RESULT.
           ADD 1 TO WS-RES-SELECT-COUNT.
           MOVE RES-PAIR-ID TO WS-CUR-PAIR-ID.
           PERFORM 1700-FIND-PAIR-ENTRY.
           IF NOT WS-PRT-FOUND
               PERFORM 1750-INSERT-PAIR-ENTRY
           END-IF.
           MOVE 'Y' TO WS-PRT-IN-RES (WS-PRT-IX).
           MOVE RES-NUM1 TO WS-PRT-RES-VAL (WS-PRT-IX 1).
           MOVE RES-NUM2 TO WS-PRT-RES-VAL (WS-PRT-IX 2).
           MOVE RES-SOMA TO WS-PRT-RES-VAL (WS-PRT-IX 3).
           MOVE RES-SUBTRACAO TO WS-PRT-RES-VAL (WS-PRT-IX 4).
           MOVE RES-DIVISAO TO WS-PRT-RES-VAL (WS-PRT-IX 5).
           MOVE RES-RESTO TO WS-PRT-RES-VAL (WS-PRT-IX 6).
           MOVE RES-MULTIPLICACAO TO WS-PRT-RES-VAL (WS-PRT-IX 7).
           MOVE RES-MEDIA TO WS-PRT-RES-VAL (WS-PRT-IX 8).
           MOVE RES-PCT-CHANGE TO WS-PRT-RES-VAL (WS-PRT-IX 9).

       1200-LOAD-EXTRACT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-EXT-FILE.
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY 'PROGCB5I - UNABLE TO OPEN CB5EXT, STATUS '
                   WS-EXT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1250-READ-EXTRACT.
           PERFORM UNTIL WS-EOF
               IF CB5-EXT-RECORD(1:17) NOT = 'PAIR ID;CURRENCY;'
                   PERFORM 1260-STORE-EXTRACT-ROW
               END-IF
               PERFORM 1250-READ-EXTRACT
           END-PERFORM.
           CLOSE CB5-EXT-FILE.

       1250-READ-EXTRACT.
           READ CB5-EXT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-EXT-STATUS NOT = '00'
                   DISPLAY 'PROGCB5I - UNABLE TO READ CB5EXT, STATUS '
                       WS-EXT-STATUS
                   CLOSE CB5-EXT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXT-READ-COUNT
           END-IF.

       1260-STORE-EXTRACT-ROW.
           MOVE EXT-NUM1 TO WS-ROW-FIELD (1).
           MOVE EXT-NUM2 TO WS-ROW-FIELD (2).
           MOVE EXT-SOMA TO WS-ROW-FIELD (3).
           MOVE EXT-SUBTRACAO TO WS-ROW-FIELD (4).
           MOVE EXT-DIVISAO TO WS-ROW-FIELD (5).
           MOVE EXT-RESTO TO WS-ROW-FIELD (6).
           MOVE EXT-MULTIPLICACAO TO WS-ROW-FIELD (7).
           MOVE EXT-MEDIA TO WS-ROW-FIELD (8).
           MOVE SPACES TO WS-ROW-FIELD (9).
           MOVE EXT-PCT-CHANGE(1:1) TO WS-ROW-FIELD (9)(1:1).
           MOVE EXT-PCT-CHANGE(2:8) TO WS-ROW-FIELD (9)(4:8).
           PERFORM 1900-PARSE-ROW-VALUES.
           IF NOT WS-ROW-OK
               ADD 1 TO WS-EXT-BAD-COUNT
               DISPLAY 'PROGCB5I - CB5EXT ROW NOT READABLE - '
                   'SKIPPED: ' CB5-EXT-RECORD(1:60)
           ELSE
               MOVE EXT-PAIR-ID TO WS-CUR-PAIR-ID
               PERFORM 1700-FIND-PAIR-ENTRY
               IF NOT WS-PRT-FOUND
                   PERFORM 1750-INSERT-PAIR-ENTRY
               END-IF
               MOVE 'Y' TO WS-PRT-IN-EXT (WS-PRT-IX)
               PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > 9
                   MOVE WS-ROW-VAL (WS-VAL-IX)
                       TO WS-PRT-EXT-VAL (WS-PRT-IX WS-VAL-IX)
               END-PERFORM
           END-IF.

       1300-LOAD-AUDIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-AUD-FILE.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5I - UNABLE TO OPEN CB5AUD, STATUS '
                   WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1350-READ-AUDIT.
           PERFORM UNTIL WS-EOF
               IF AUD-MODE = 'B'
                   AND AUD-TIMESTAMP(1:8) NOT < WS-PROC-DATE
                   PERFORM 1360-STORE-AUDIT-ROW
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
                   DISPLAY 'PROGCB5I - UNABLE TO READ CB5AUD, STATUS '
                       WS-AUD-STATUS
                   CLOSE CB5-AUD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AUD-READ-COUNT
           END-IF.

       1360-STORE-AUDIT-ROW.
           MOVE 'N' TO WS-IN-WINDOW-SW.
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
               UNTIL WS-WIN-IX > WS-WIN-COUNT
               IF AUD-TIMESTAMP NOT < WS-WIN-START (WS-WIN-IX)
                   AND AUD-TIMESTAMP NOT > WS-WIN-END (WS-WIN-IX)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
           END-PERFORM.
           MOVE AUD-PAIR-ID TO WS-CUR-PAIR-ID.
           PERFORM 1700-FIND-PAIR-ENTRY.
           IF NOT WS-IN-WINDOW
               IF WS-PRT-FOUND
                   IF WS-PRT-IN-RES (WS-PRT-IX) = 'Y'
                       AND WS-PRT-IN-AUD (WS-PRT-IX) NOT = 'Y'
                       PERFORM 1370-CHECK-OUTSIDE-ROW
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-AUD-SELECT-COUNT
               MOVE AUD-NUM1 TO WS-ROW-FIELD (1)
               MOVE AUD-NUM2 TO WS-ROW-FIELD (2)
               MOVE AUD-SOMA TO WS-ROW-FIELD (3)
               MOVE AUD-SUBTRACAO TO WS-ROW-FIELD (4)
               MOVE AUD-DIVISAO TO WS-ROW-FIELD (5)
               MOVE AUD-RESTO TO WS-ROW-FIELD (6)
               MOVE AUD-MULTIPLICACAO TO WS-ROW-FIELD (7)
               MOVE AUD-MEDIA TO WS-ROW-FIELD (8)
               MOVE SPACES TO WS-ROW-FIELD (9)
               MOVE AUD-PCT-CHANGE(1:1) TO WS-ROW-FIELD (9)(1:1)
               MOVE AUD-PCT-CHANGE(2:8) TO WS-ROW-FIELD (9)(4:8)
               PERFORM 1900-PARSE-ROW-VALUES
               IF NOT WS-ROW-OK
                   ADD 1 TO WS-AUD-BAD-COUNT
                   DISPLAY 'PROGCB5I - CB5AUD ROW NOT READABLE - '
                       'SKIPPED: ' CB5-AUD-RECORD(1:60)
               ELSE
                   IF NOT WS-PRT-FOUND
                       PERFORM 1750-INSERT-PAIR-ENTRY
                   END-IF
                   MOVE 'Y' TO WS-PRT-IN-AUD (WS-PRT-IX)
                   MOVE 'N' TO WS-PRT-NOHIST (WS-PRT-IX)
                   PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                       UNTIL WS-VAL-IX > 9
                       MOVE WS-ROW-VAL (WS-VAL-IX)
                           TO WS-PRT-AUD-VAL (WS-PRT-IX WS-VAL-IX)
                   END-PERFORM
               END-IF
           END-IF.

       1370-CHECK-OUTSIDE-ROW.
           MOVE AUD-NUM1 TO WS-ROW-FIELD (1).
           MOVE AUD-NUM2 TO WS-ROW-FIELD (2).
           MOVE AUD-SOMA TO WS-ROW-FIELD (3).
           MOVE AUD-SUBTRACAO TO WS-ROW-FIELD (4).
           MOVE AUD-DIVISAO TO WS-ROW-FIELD (5).
           MOVE AUD-RESTO TO WS-ROW-FIELD (6).
           MOVE AUD-MULTIPLICACAO TO WS-ROW-FIELD (7).
           MOVE AUD-MEDIA TO WS-ROW-FIELD (8).
           MOVE SPACES TO WS-ROW-FIELD (9).
           MOVE AUD-PCT-CHANGE(1:1) TO WS-ROW-FIELD (9)(1:1).
           MOVE AUD-PCT-CHANGE(2:8) TO WS-ROW-FIELD (9)(4:8).
           PERFORM 1900-PARSE-ROW-VALUES.
           IF WS-ROW-OK
               MOVE 'Y' TO WS-SAME-SW
               PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > 9
                   IF WS-ROW-VAL (WS-VAL-IX)
                       NOT = WS-PRT-RES-VAL (WS-PRT-IX WS-VAL-IX)
                       MOVE 'N' TO WS-SAME-SW
                   END-IF
               END-PERFORM
               IF WS-SAME-VALUES
                   MOVE 'Y' TO WS-PRT-NOHIST (WS-PRT-IX)
               END-IF
           END-IF.

       1700-FIND-PAIR-ENTRY.
           MOVE 'N' TO WS-PRT-FOUND-SW.
           MOVE 1 TO WS-PRT-LO.
           MOVE WS-PRT-COUNT TO WS-PRT-HI.
           PERFORM UNTIL WS-PRT-LO > WS-PRT-HI
                  OR WS-PRT-FOUND
               COMPUTE WS-PRT-MID = (WS-PRT-LO + WS-PRT-HI) / 2
               EVALUATE TRUE
                   WHEN WS-PRT-PAIR-ID (WS-PRT-MID) = WS-CUR-PAIR-ID
                       MOVE 'Y' TO WS-PRT-FOUND-SW
                       MOVE WS-PRT-MID TO WS-PRT-IX
                   WHEN WS-PRT-PAIR-ID (WS-PRT-MID) < WS-CUR-PAIR-ID
                       COMPUTE WS-PRT-LO = WS-PRT-MID + 1
                   WHEN OTHER
                       COMPUTE WS-PRT-HI = WS-PRT-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-PRT-FOUND
               MOVE WS-PRT-LO TO WS-PRT-IX
           END-IF.

       1750-INSERT-PAIR-ENTRY.
           IF WS-PRT-COUNT = 5000
               DISPLAY 'PROGCB5I - MORE THAN 5000 PAIRS FOR '
                   WS-PROC-DATE ' - ENLARGE WS-PRT-TABLE'
               CLOSE CB5-RES-FILE
               CLOSE CB5-EXT-FILE
               CLOSE CB5-AUD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PRT-SHIFT FROM WS-PRT-COUNT BY -1
               UNTIL WS-PRT-SHIFT < WS-PRT-IX
               MOVE WS-PRT-ENTRY (WS-PRT-SHIFT)
                   TO WS-PRT-ENTRY (WS-PRT-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO WS-PRT-COUNT.
           MOVE WS-CUR-PAIR-ID TO WS-PRT-PAIR-ID (WS-PRT-IX).
           MOVE 'N' TO WS-PRT-IN-RES (WS-PRT-IX).
           MOVE 'N' TO WS-PRT-IN-AUD (WS-PRT-IX).
           MOVE 'N' TO WS-PRT-IN-EXT (WS-PRT-IX).
           MOVE 'N' TO WS-PRT-NOHIST (WS-PRT-IX).
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 9
               MOVE ZEROS TO WS-PRT-RES-VAL (WS-PRT-IX WS-VAL-IX)
               MOVE ZEROS TO WS-PRT-AUD-VAL (WS-PRT-IX WS-VAL-IX)
               MOVE ZEROS TO WS-PRT-EXT-VAL (WS-PRT-IX WS-VAL-IX)
           END-PERFORM.

       1900-PARSE-ROW-VALUES.
           MOVE 'Y' TO WS-ROW-OK-SW.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 9
               MOVE WS-ROW-FIELD (WS-VAL-IX) TO WS-PARSE-FIELD
               PERFORM 2000-PARSE-AMOUNT
               IF WS-PARSE-OK
                   MOVE WS-PARSE-SIGNED TO WS-ROW-VAL (WS-VAL-IX)
               ELSE
                   MOVE 'N' TO WS-ROW-OK-SW
                   MOVE ZEROS TO WS-ROW-VAL (WS-VAL-IX)
               END-IF
           END-PERFORM.

       2000-PARSE-AMOUNT.
           SET WS-PARSE-OK TO TRUE.
           MOVE '+' TO WS-PARSE-SIGN.
           IF WS-PARSE-FIELD = SPACES
               MOVE 'N' TO WS-PARSE-OK-SW
           END-IF.

           IF WS-PARSE-OK
               INSPECT WS-PARSE-FIELD REPLACING ALL ' ' BY '0'
               IF WS-PARSE-FIELD(1:1) = '-'
                   MOVE '-' TO WS-PARSE-SIGN
                   MOVE '0' TO WS-PARSE-FIELD(1:1)
               END-IF
               IF WS-PARSE-FIELD(1:1) = '+'
                   MOVE '0' TO WS-PARSE-FIELD(1:1)
               END-IF
               MOVE SPACES TO WS-PARSE-SPLIT
               UNSTRING WS-PARSE-FIELD DELIMITED BY '.'
                   INTO WS-PARSE-INT-X WS-PARSE-DEC-X
               END-UNSTRING
               INSPECT WS-PARSE-INT-X REPLACING ALL ' ' BY '0'
               INSPECT WS-PARSE-DEC-X REPLACING ALL ' ' BY '0'
               IF WS-PARSE-INT-X IS NOT NUMERIC
                   OR WS-PARSE-DEC-X IS NOT NUMERIC
                   MOVE 'N' TO WS-PARSE-OK-SW
               END-IF
           END-IF.

           IF WS-PARSE-OK
               COMPUTE WS-PARSE-SIGNED =
                   WS-PARSE-INT + (WS-PARSE-DEC / 100)
               IF WS-PARSE-SIGN = '-'
                   COMPUTE WS-PARSE-SIGNED = 0 - WS-PARSE-SIGNED
               END-IF
           END-IF.

       2100-CHECK-ONE-PAIR.
           MOVE SPACES TO WS-IRP-DETAIL.
           MOVE WS-PRT-PAIR-ID (WS-PRT-IX) TO IRP-PAIR-ID.
           IF WS-PRT-IN-RES (WS-PRT-IX) = 'Y'
               ADD 1 TO WS-IN-RES-COUNT
           ELSE
               MOVE 'MISSING FROM RESULTS' TO IRP-EXCEPTION
               ADD 1 TO WS-MISSING-COUNT
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.
           IF WS-PRT-IN-AUD (WS-PRT-IX) = 'Y'
               ADD 1 TO WS-IN-AUD-COUNT
           ELSE
               IF WS-PRT-NOHIST (WS-PRT-IX) = 'Y'
                   MOVE 'NO MATCHING RUN-HISTORY RECORD'
                       TO IRP-EXCEPTION
                   ADD 1 TO WS-NOHIST-COUNT
               ELSE
                   MOVE 'MISSING FROM AUDIT' TO IRP-EXCEPTION
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.
           IF WS-PRT-IN-EXT (WS-PRT-IX) = 'Y'
               ADD 1 TO WS-IN-EXT-COUNT
           ELSE
               MOVE 'MISSING FROM EXTRACT' TO IRP-EXCEPTION
               ADD 1 TO WS-MISSING-COUNT
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 9
               PERFORM 2150-COMPARE-ONE-VALUE
           END-PERFORM.

       2150-COMPARE-ONE-VALUE.
           MOVE 'Y' TO WS-SAME-SW.
           IF WS-PRT-IN-RES (WS-PRT-IX) = 'Y'
               AND WS-PRT-IN-AUD (WS-PRT-IX) = 'Y'
               AND WS-PRT-RES-VAL (WS-PRT-IX WS-VAL-IX)
                   NOT = WS-PRT-AUD-VAL (WS-PRT-IX WS-VAL-IX)
               MOVE 'N' TO WS-SAME-SW
           END-IF.
           IF WS-PRT-IN-RES (WS-PRT-IX) = 'Y'
               AND WS-PRT-IN-EXT (WS-PRT-IX) = 'Y'
               AND WS-PRT-RES-VAL (WS-PRT-IX WS-VAL-IX)
                   NOT = WS-PRT-EXT-VAL (WS-PRT-IX WS-VAL-IX)
               MOVE 'N' TO WS-SAME-SW
           END-IF.
           IF WS-PRT-IN-AUD (WS-PRT-IX) = 'Y'
               AND WS-PRT-IN-EXT (WS-PRT-IX) = 'Y'
               AND WS-PRT-AUD-VAL (WS-PRT-IX WS-VAL-IX)
                   NOT = WS-PRT-EXT-VAL (WS-PRT-IX WS-VAL-IX)
               MOVE 'N' TO WS-SAME-SW
           END-IF.
           IF NOT WS-SAME-VALUES
               MOVE 'VALUES DISAGREE' TO IRP-EXCEPTION
               MOVE WS-VAL-NAME (WS-VAL-IX) TO IRP-VAL-NAME
               IF WS-PRT-IN-RES (WS-PRT-IX) = 'Y'
                   MOVE WS-PRT-RES-VAL (WS-PRT-IX WS-VAL-IX)
                       TO IRP-RES-VAL
               END-IF
               IF WS-PRT-IN-AUD (WS-PRT-IX) = 'Y'
                   MOVE WS-PRT-AUD-VAL (WS-PRT-IX WS-VAL-IX)
                       TO IRP-AUD-VAL
               END-IF
               IF WS-PRT-IN-EXT (WS-PRT-IX) = 'Y'
                   MOVE WS-PRT-EXT-VAL (WS-PRT-IX WS-VAL-IX)
                       TO IRP-EXT-VAL
               END-IF
               ADD 1 TO WS-DISAGREE-COUNT
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.

       2500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 4 TO WS-JOB-RC.
           MOVE WS-IRP-DETAIL TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-IRP-DETAIL.
           MOVE WS-PRT-PAIR-ID (WS-PRT-IX) TO IRP-PAIR-ID.

       2800-WRITE-REPORT-HEADERS.
           MOVE WS-IRP-HDR1 TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PROC-DATE TO HDR-PROC-DATE.
           MOVE WS-WIN-COUNT TO HDR-WIN-COUNT.
           MOVE WS-IRP-HDR2 TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
               UNTIL WS-WIN-IX > WS-WIN-COUNT
               MOVE WS-WIN-START (WS-WIN-IX) TO IRP-WIN-START
               MOVE WS-WIN-END (WS-WIN-IX) TO IRP-WIN-END
               MOVE WS-IRP-WINDOW TO CB5-IRP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-WIN-COUNT = 0
               MOVE WS-IRP-NOHIST TO CB5-IRP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-IRP-HDR3 TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-PRT-COUNT TO IRP-PAIR-COUNT.
           MOVE WS-IN-RES-COUNT TO IRP-IN-RES.
           MOVE WS-IN-AUD-COUNT TO IRP-IN-AUD.
           MOVE WS-IN-EXT-COUNT TO IRP-IN-EXT.
           MOVE WS-IRP-TOTAL1 TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-EXT-BAD-COUNT > 0
               OR WS-AUD-BAD-COUNT > 0
               OR WS-HIST-SKIP-COUNT > 0
               MOVE 4 TO WS-JOB-RC
           END-IF.
           MOVE WS-MISSING-COUNT TO IRP-MISSING.
           MOVE WS-DISAGREE-COUNT TO IRP-DISAGREE.
           MOVE WS-NOHIST-COUNT TO IRP-NOHIST.
           COMPUTE IRP-BAD-ROWS = WS-EXT-BAD-COUNT + WS-AUD-BAD-COUNT
               + WS-HIST-SKIP-COUNT.
           MOVE WS-IRP-TOTAL2 TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-JOB-RC = 0
               MOVE 'AUDIT, RESULTS AND EXTRACT ARE IN STEP'
                   TO IRP-STATUS
           ELSE
               MOVE '*** AUDIT, RESULTS AND EXTRACT ARE OUT OF STEP'
                   TO IRP-STATUS
           END-IF.
           MOVE WS-IRP-TOTAL3 TO CB5-IRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-IRP-LINE.
           IF WS-IRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5I - UNABLE TO WRITE CB5IRP, STATUS '
                   WS-IRP-STATUS
               CLOSE CB5-IRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5L.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-LSL-FILE ASSIGN TO "CB5LSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSL-STATUS.
           SELECT CB5-PM-FILE ASSIGN TO "CB5PMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PAIR-ID
               FILE STATUS IS WS-PMS-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-LRP-FILE ASSIGN TO "CB5LRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-LSL-FILE.
       01  CB5-LSL-RECORD           PIC X(80).
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
       FD  CB5-LRP-FILE.
       01  CB5-LRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-LSL-STATUS PIC X(02) VALUE SPACES.
       77 WS-PMS-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-LRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-RES-END-SW PIC X(01) VALUE 'N'.
           88 WS-RES-END VALUE 'Y'.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-FROM-DATE PIC X(08) VALUE '00000000'.
       77 WS-TO-DATE PIC X(08) VALUE '99999999'.
       77 WS-CARD-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-PAGE-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-LINE-TOTAL PIC 9(08) VALUE ZEROS.
       77 WS-EMPTY-COUNT PIC 9(04) VALUE ZEROS.
       01  WS-CUR-PAIR-ID           PIC X(08).
       77 WS-SEL-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-SEL-IX PIC 9(04) VALUE ZEROS.
       77 WS-SEL-LO PIC 9(04) VALUE ZEROS.
       77 WS-SEL-HI PIC 9(04) VALUE ZEROS.
       77 WS-SEL-MID PIC 9(04) VALUE ZEROS.
       77 WS-SEL-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-SEL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-SEL-FOUND VALUE 'Y'.
       01  WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES.
              10 WS-SEL-PAIR-ID     PIC X(08).
              10 WS-SEL-DESC        PIC X(30).
              10 WS-SEL-DEPT        PIC X(04).
              10 WS-SEL-CURRENCY    PIC X(03).
              10 WS-SEL-STATUS      PIC X(01).
              10 WS-SEL-ON-PM-SW    PIC X(01).
                 88 WS-SEL-ON-PM    VALUE 'Y'.
       77 WS-DPT-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-DPT-IX PIC 9(02) VALUE ZEROS.
       77 WS-DPT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-DPT-FOUND VALUE 'Y'.
       01  WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 50 TIMES.
              10 WS-DPT-CODE        PIC X(04).
              10 WS-DPT-PAIRS       PIC 9(04).
       77 WS-PAIR-LINES PIC 9(04) VALUE ZEROS.
       77 WS-CHG-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-VAL-IX PIC 9(02) VALUE ZEROS.
       77 WS-PREV-SOMA PIC S9(7)V99 VALUE ZEROS.
       77 WS-PREV-MEDIA PIC S9(7)V99 VALUE ZEROS.
       01  WS-CUR-VALUES.
           05 WS-CUR-VAL            PIC S9(8)V99 OCCURS 11 TIMES.
       01  WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 11 TIMES.
              10 WS-STAT-HIGH       PIC S9(8)V99.
              10 WS-STAT-LOW        PIC S9(8)V99.
              10 WS-STAT-SUM        PIC S9(11)V99.
       77 WS-STAT-LIMIT PIC 9(02) VALUE ZEROS.
       77 WS-STAT-COUNT PIC 9(04) VALUE ZEROS.
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-LRP-HDR1.
           05 FILLER PIC X(33) VALUE
               'PROGCB5L - PAIR HISTORY STATEMENT'.
           05 FILLER PIC X(10) VALUE '   PERIOD '.
           05 LRP-HDR-FROM          PIC X(08).
           05 FILLER PIC X(04) VALUE ' TO '.
           05 LRP-HDR-TO            PIC X(08).
           05 FILLER PIC X(09) VALUE '   PAGE  '.
           05 LRP-HDR-PAGE          PIC ZZZ9.
           05 FILLER PIC X(56) VALUE SPACES.
       01  WS-LRP-HDR2.
           05 FILLER PIC X(09) VALUE 'PAIR ID  '.
           05 LRP-HDR-PAIR-ID       PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LRP-HDR-DESC          PIC X(30).
           05 FILLER PIC X(07) VALUE '  DEPT '.
           05 LRP-HDR-DEPT          PIC X(04).
           05 FILLER PIC X(11) VALUE '  CURRENCY '.
           05 LRP-HDR-CURRENCY      PIC X(03).
           05 FILLER PIC X(09) VALUE '  STATUS '.
           05 LRP-HDR-STATUS        PIC X(18).
           05 FILLER PIC X(31) VALUE SPACES.
       01  WS-LRP-BLANK             PIC X(132) VALUE SPACES.
       01  WS-LRP-COLS.
           05 FILLER PIC X(09) VALUE 'RUN DATE'.
           05 FILLER PIC X(11) VALUE '       NUM1'.
           05 FILLER PIC X(11) VALUE '       NUM2'.
           05 FILLER PIC X(11) VALUE '       SOMA'.
           05 FILLER PIC X(11) VALUE '  SUBTRACAO'.
           05 FILLER PIC X(11) VALUE '    DIVISAO'.
           05 FILLER PIC X(11) VALUE '      RESTO'.
           05 FILLER PIC X(11) VALUE '  MULTIPLIC'.
           05 FILLER PIC X(11) VALUE '      MEDIA'.
           05 FILLER PIC X(09) VALUE '  PCT CHG'.
           05 FILLER PIC X(04) VALUE ' RC '.
           05 FILLER PIC X(11) VALUE '   SOMA CHG'.
           05 FILLER PIC X(11) VALUE '  MEDIA CHG'.
       01  WS-LRP-DETAIL.
           05 LRP-RUN-DATE          PIC X(08).
           05 FILLER                PIC X(01).
           05 LRP-VAL               PIC -ZZZZZZ9.99
                                    OCCURS 8 TIMES.
           05 LRP-PCT               PIC -ZZZZ9.99.
           05 FILLER                PIC X(01).
           05 LRP-RC                PIC X(02).
           05 FILLER                PIC X(01).
           05 LRP-SOMA-CHG          PIC -ZZZZZZ9.99.
           05 LRP-MEDIA-CHG         PIC -ZZZZZZ9.99.
       01  WS-LRP-NONE.
           05 FILLER PIC X(44) VALUE
               'NO POSTINGS ON RESULTS FOR THIS PAIR IN THE '.
           05 FILLER PIC X(06) VALUE 'PERIOD'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  WS-LRP-COUNT.
           05 FILLER PIC X(19) VALUE 'RUN DATES LISTED = '.
           05 LRP-CT-LINES          PIC ZZZ9.
           05 FILLER PIC X(109) VALUE SPACES.
       01  WS-LRP-END.
           05 FILLER PIC X(19) VALUE 'STATEMENTS PRINTED '.
           05 LRP-END-PAGES         PIC ZZZ9.
           05 FILLER PIC X(23) VALUE '   RUN DATES LISTED    '.
           05 LRP-END-LINES         PIC ZZZZZZZ9.
           05 FILLER PIC X(26) VALUE '   PAIRS WITH NO POSTINGS '.
           05 LRP-END-EMPTY         PIC ZZZ9.
           05 FILLER PIC X(48) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-STATEMENTS.
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
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'PROGCB5L - FROM DATE ' WS-FROM-DATE
                   ' IS AFTER TO DATE ' WS-TO-DATE
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
               WHEN 'FROM'
                   IF WS-CTL-VALUE(1:8) IS NUMERIC
                       AND WS-CTL-VALUE(9:32) = SPACES
                       MOVE WS-CTL-VALUE(1:8) TO WS-FROM-DATE
                   ELSE
                       PERFORM 0080-CONTROL-CARD-ERROR
                   END-IF
               WHEN 'TO'
                   IF WS-CTL-VALUE(1:8) IS NUMERIC
                       AND WS-CTL-VALUE(9:32) = SPACES
                       MOVE WS-CTL-VALUE(1:8) TO WS-TO-DATE
                   ELSE
                       PERFORM 0080-CONTROL-CARD-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5L - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5L - EXPECTED FROM=YYYYMMDD TO=YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-STATEMENTS.
           MOVE SPACES TO WS-SEL-TABLE.
           MOVE SPACES TO WS-DPT-TABLE.
           PERFORM 1000-LOAD-SELECTIONS.
           PERFORM 1100-LOAD-PAIR-MASTER.

           OPEN INPUT CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CB5-LRP-FILE.
           IF WS-LRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO OPEN CB5LRP, STATUS '
                   WS-LRP-STATUS
               CLOSE CB5-RES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-COUNT
               PERFORM 2000-PRINT-STATEMENT
           END-PERFORM.

           MOVE WS-LRP-BLANK TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PAGE-COUNT TO LRP-END-PAGES.
           MOVE WS-LINE-TOTAL TO LRP-END-LINES.
           MOVE WS-EMPTY-COUNT TO LRP-END-EMPTY.
           MOVE WS-LRP-END TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           CLOSE CB5-RES-FILE.
           CLOSE CB5-LRP-FILE.

           DISPLAY 'PROGCB5L - ' WS-PAGE-COUNT ' STATEMENTS, '
               WS-LINE-TOTAL ' RUN DATES LISTED, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-LOAD-SELECTIONS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-LSL-FILE.
           IF WS-LSL-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO OPEN CB5LSL, STATUS '
                   WS-LSL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-READ-SELECTION.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CARD-COUNT
               MOVE SPACES TO WS-CTL-TOKENS
               UNSTRING CB5-LSL-RECORD DELIMITED BY ALL ' '
                   INTO WS-CTL-TOKEN (1) WS-CTL-TOKEN (2)
                        WS-CTL-TOKEN (3) WS-CTL-TOKEN (4)
                        WS-CTL-TOKEN (5) WS-CTL-TOKEN (6)
                        WS-CTL-TOKEN (7) WS-CTL-TOKEN (8)
               END-UNSTRING
               PERFORM VARYING WS-TOK-IX FROM 1 BY 1
                   UNTIL WS-TOK-IX > 8
                   IF WS-CTL-TOKEN (WS-TOK-IX) NOT = SPACES
                       PERFORM 1060-PARSE-SELECTION
                   END-IF
               END-PERFORM
               PERFORM 1050-READ-SELECTION
           END-PERFORM.
           CLOSE CB5-LSL-FILE.
           IF WS-SEL-COUNT = 0
               AND WS-DPT-COUNT = 0
               DISPLAY 'PROGCB5L - NO PAIR= OR DEPT= SELECTION '
                   'CARDS ON CB5LSL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-READ-SELECTION.
           READ CB5-LSL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               AND WS-LSL-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO READ CB5LSL, STATUS '
                   WS-LSL-STATUS
               CLOSE CB5-LSL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1060-PARSE-SELECTION.
           MOVE SPACES TO WS-CTL-KEYWORD.
           MOVE SPACES TO WS-CTL-VALUE.
           UNSTRING WS-CTL-TOKEN (WS-TOK-IX) DELIMITED BY '='
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-CTL-KEYWORD = 'PAIR'
                   AND WS-CTL-VALUE NOT = SPACES
                   AND WS-CTL-VALUE(9:32) = SPACES
                   MOVE WS-CTL-VALUE(1:8) TO WS-CUR-PAIR-ID
                   PERFORM 1700-FIND-SELECTION
                   IF NOT WS-SEL-FOUND
                       PERFORM 1750-INSERT-SELECTION
                   END-IF
               WHEN WS-CTL-KEYWORD = 'DEPT'
                   AND WS-CTL-VALUE NOT = SPACES
                   AND WS-CTL-VALUE(5:36) = SPACES
                   PERFORM 1080-STORE-DEPARTMENT
               WHEN OTHER
                   DISPLAY 'PROGCB5L - INVALID CB5LSL ENTRY ON CARD '
                       WS-CARD-COUNT ': ' WS-CTL-TOKEN (WS-TOK-IX)
                   DISPLAY 'PROGCB5L - EXPECTED PAIR=XXXXXXXX OR '
                       'DEPT=XXXX'
                   CLOSE CB5-LSL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1080-STORE-DEPARTMENT.
           MOVE 'N' TO WS-DPT-FOUND-SW.
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX > WS-DPT-COUNT
               IF WS-DPT-CODE (WS-DPT-IX) = WS-CTL-VALUE(1:4)
                   MOVE 'Y' TO WS-DPT-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-DPT-FOUND
               IF WS-DPT-COUNT = 50
                   DISPLAY 'PROGCB5L - MORE THAN 50 DEPT= SELECTIONS '
                       '- ENLARGE WS-DPT-TABLE'
                   CLOSE CB5-LSL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-CTL-VALUE(1:4) TO WS-DPT-CODE (WS-DPT-COUNT)
               MOVE ZEROS TO WS-DPT-PAIRS (WS-DPT-COUNT)
           END-IF.

       1100-LOAD-PAIR-MASTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-PM-FILE.
           IF WS-PMS-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO OPEN CB5PMS, STATUS '
                   WS-PMS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-READ-PAIR-MASTER.
           PERFORM UNTIL WS-EOF
               MOVE PM-PAIR-ID TO WS-CUR-PAIR-ID
               PERFORM 1700-FIND-SELECTION
               IF NOT WS-SEL-FOUND
                   MOVE 'N' TO WS-DPT-FOUND-SW
                   PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                       UNTIL WS-DPT-IX > WS-DPT-COUNT
                          OR WS-DPT-FOUND
                       IF WS-DPT-CODE (WS-DPT-IX) = PM-DEPT
                           MOVE 'Y' TO WS-DPT-FOUND-SW
                           ADD 1 TO WS-DPT-PAIRS (WS-DPT-IX)
                       END-IF
                   END-PERFORM
                   IF WS-DPT-FOUND
                       PERFORM 1750-INSERT-SELECTION
                       MOVE 'Y' TO WS-SEL-FOUND-SW
                   END-IF
               END-IF
               IF WS-SEL-FOUND
                   MOVE PM-DESC TO WS-SEL-DESC (WS-SEL-IX)
                   MOVE PM-DEPT TO WS-SEL-DEPT (WS-SEL-IX)
                   MOVE PM-CURRENCY TO WS-SEL-CURRENCY (WS-SEL-IX)
                   MOVE PM-STATUS TO WS-SEL-STATUS (WS-SEL-IX)
                   MOVE 'Y' TO WS-SEL-ON-PM-SW (WS-SEL-IX)
               END-IF
               PERFORM 1150-READ-PAIR-MASTER
           END-PERFORM.
           CLOSE CB5-PM-FILE.
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX > WS-DPT-COUNT
               IF WS-DPT-PAIRS (WS-DPT-IX) = 0
                   DISPLAY 'PROGCB5L - WARNING, NO PAIRS ON CB5PMS '
                       'FOR DEPT=' WS-DPT-CODE (WS-DPT-IX)
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-COUNT
               IF NOT WS-SEL-ON-PM (WS-SEL-IX)
                   DISPLAY 'PROGCB5L - WARNING, PAIR '
                       WS-SEL-PAIR-ID (WS-SEL-IX)
                       ' IS NOT ON CB5PMS'
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               END-IF
           END-PERFORM.

       1150-READ-PAIR-MASTER.
           READ CB5-PM-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               AND WS-PMS-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO READ CB5PMS, STATUS '
                   WS-PMS-STATUS
               CLOSE CB5-PM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1700-FIND-SELECTION.
           MOVE 'N' TO WS-SEL-FOUND-SW.
           MOVE 1 TO WS-SEL-LO.
           MOVE WS-SEL-COUNT TO WS-SEL-HI.
           PERFORM UNTIL WS-SEL-LO > WS-SEL-HI
                  OR WS-SEL-FOUND
               COMPUTE WS-SEL-MID = (WS-SEL-LO + WS-SEL-HI) / 2
               EVALUATE TRUE
                   WHEN WS-SEL-PAIR-ID (WS-SEL-MID) = WS-CUR-PAIR-ID
                       MOVE 'Y' TO WS-SEL-FOUND-SW
                       MOVE WS-SEL-MID TO WS-SEL-IX
                   WHEN WS-SEL-PAIR-ID (WS-SEL-MID) < WS-CUR-PAIR-ID
                       COMPUTE WS-SEL-LO = WS-SEL-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SEL-HI = WS-SEL-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-SEL-FOUND
               MOVE WS-SEL-LO TO WS-SEL-IX
           END-IF.

       1750-INSERT-SELECTION.
           IF WS-SEL-COUNT = 2000
               DISPLAY 'PROGCB5L - MORE THAN 2000 PAIRS SELECTED - '
                   'ENLARGE WS-SEL-TABLE'
               CLOSE CB5-LSL-FILE
               CLOSE CB5-PM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SEL-SHIFT FROM WS-SEL-COUNT BY -1
               UNTIL WS-SEL-SHIFT < WS-SEL-IX
               MOVE WS-SEL-ENTRY (WS-SEL-SHIFT)
                   TO WS-SEL-ENTRY (WS-SEL-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO WS-SEL-COUNT.
           MOVE SPACES TO WS-SEL-ENTRY (WS-SEL-IX).
           MOVE WS-CUR-PAIR-ID TO WS-SEL-PAIR-ID (WS-SEL-IX).
           MOVE '*** NOT ON PAIR MASTER ***' TO WS-SEL-DESC (WS-SEL-IX).
           MOVE 'N' TO WS-SEL-ON-PM-SW (WS-SEL-IX).

       2000-PRINT-STATEMENT.
           MOVE ZEROS TO WS-PAIR-LINES.
           MOVE ZEROS TO WS-CHG-COUNT.
           MOVE ZEROS TO WS-STAT-TABLE.
           PERFORM 2800-WRITE-PAGE-HEADERS.

           MOVE 'N' TO WS-RES-END-SW.
           MOVE WS-SEL-PAIR-ID (WS-SEL-IX) TO RES-PAIR-ID.
           MOVE WS-FROM-DATE TO RES-RUN-DATE.
           START CB5-RES-FILE KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
                   SET WS-RES-END TO TRUE
           END-START.
           IF WS-RES-STATUS NOT = '00'
               AND WS-RES-STATUS NOT = '23'
               DISPLAY 'PROGCB5L - UNABLE TO START CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-LRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-RES-END
               PERFORM 2150-READ-NEXT-RESULT
           END-IF.
           PERFORM UNTIL WS-RES-END
               PERFORM 2200-WRITE-RUN-DATE-LINE
               PERFORM 2150-READ-NEXT-RESULT
           END-PERFORM.

           IF WS-PAIR-LINES = 0
               ADD 1 TO WS-EMPTY-COUNT
               MOVE WS-LRP-NONE TO CB5-LRP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               PERFORM 2300-WRITE-PERIOD-SUMMARY
           END-IF.

       2150-READ-NEXT-RESULT.
           READ CB5-RES-FILE NEXT RECORD
               AT END
                   SET WS-RES-END TO TRUE
           END-READ.
           IF NOT WS-RES-END
               IF WS-RES-STATUS NOT = '00'
                   DISPLAY 'PROGCB5L - UNABLE TO READ CB5RES, STATUS '
                       WS-RES-STATUS
                   CLOSE CB5-RES-FILE
                   CLOSE CB5-LRP-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RES-PAIR-ID NOT = WS-SEL-PAIR-ID (WS-SEL-IX)
                   OR RES-RUN-DATE > WS-TO-DATE
                   SET WS-RES-END TO TRUE
               END-IF
           END-IF.

       2200-WRITE-RUN-DATE-LINE.
           MOVE RES-NUM1 TO WS-CUR-VAL (1).
           MOVE RES-NUM2 TO WS-CUR-VAL (2).
           MOVE RES-SOMA TO WS-CUR-VAL (3).
           MOVE RES-SUBTRACAO TO WS-CUR-VAL (4).
           MOVE RES-DIVISAO TO WS-CUR-VAL (5).
           MOVE RES-RESTO TO WS-CUR-VAL (6).
           MOVE RES-MULTIPLICACAO TO WS-CUR-VAL (7).
           MOVE RES-MEDIA TO WS-CUR-VAL (8).
           MOVE RES-PCT-CHANGE TO WS-CUR-VAL (9).
           MOVE SPACES TO WS-LRP-DETAIL.
           MOVE RES-RUN-DATE TO LRP-RUN-DATE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-CUR-VAL (WS-VAL-IX) TO LRP-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-CUR-VAL (9) TO LRP-PCT.
           MOVE RES-CALC-RC TO LRP-RC.
           ADD 1 TO WS-PAIR-LINES.
           ADD 1 TO WS-LINE-TOTAL.
           MOVE WS-PAIR-LINES TO WS-STAT-COUNT.
           MOVE 9 TO WS-STAT-LIMIT.
           PERFORM 2250-ACCUMULATE-STATISTICS.
           IF WS-PAIR-LINES > 1
               COMPUTE WS-CUR-VAL (10) = RES-SOMA - WS-PREV-SOMA
               COMPUTE WS-CUR-VAL (11) = RES-MEDIA - WS-PREV-MEDIA
               MOVE WS-CUR-VAL (10) TO LRP-SOMA-CHG
               MOVE WS-CUR-VAL (11) TO LRP-MEDIA-CHG
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-STAT-COUNT
               MOVE 10 TO WS-VAL-IX
               PERFORM 2260-ACCUMULATE-ONE-VALUE
               MOVE 11 TO WS-VAL-IX
               PERFORM 2260-ACCUMULATE-ONE-VALUE
           END-IF.
           MOVE RES-SOMA TO WS-PREV-SOMA.
           MOVE RES-MEDIA TO WS-PREV-MEDIA.
           MOVE WS-LRP-DETAIL TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2250-ACCUMULATE-STATISTICS.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > WS-STAT-LIMIT
               PERFORM 2260-ACCUMULATE-ONE-VALUE
           END-PERFORM.

       2260-ACCUMULATE-ONE-VALUE.
           IF WS-STAT-COUNT = 1
               MOVE WS-CUR-VAL (WS-VAL-IX) TO WS-STAT-HIGH (WS-VAL-IX)
               MOVE WS-CUR-VAL (WS-VAL-IX) TO WS-STAT-LOW (WS-VAL-IX)
           ELSE
               IF WS-CUR-VAL (WS-VAL-IX) > WS-STAT-HIGH (WS-VAL-IX)
                   MOVE WS-CUR-VAL (WS-VAL-IX)
                       TO WS-STAT-HIGH (WS-VAL-IX)
               END-IF
               IF WS-CUR-VAL (WS-VAL-IX) < WS-STAT-LOW (WS-VAL-IX)
                   MOVE WS-CUR-VAL (WS-VAL-IX)
                       TO WS-STAT-LOW (WS-VAL-IX)
               END-IF
           END-IF.
           ADD WS-CUR-VAL (WS-VAL-IX) TO WS-STAT-SUM (WS-VAL-IX).

       2300-WRITE-PERIOD-SUMMARY.
           MOVE WS-LRP-BLANK TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-LRP-DETAIL.
           MOVE 'HIGH' TO LRP-RUN-DATE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-STAT-HIGH (WS-VAL-IX) TO LRP-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-STAT-HIGH (9) TO LRP-PCT.
           IF WS-CHG-COUNT > 0
               MOVE WS-STAT-HIGH (10) TO LRP-SOMA-CHG
               MOVE WS-STAT-HIGH (11) TO LRP-MEDIA-CHG
           END-IF.
           MOVE WS-LRP-DETAIL TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-LRP-DETAIL.
           MOVE 'LOW' TO LRP-RUN-DATE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-STAT-LOW (WS-VAL-IX) TO LRP-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-STAT-LOW (9) TO LRP-PCT.
           IF WS-CHG-COUNT > 0
               MOVE WS-STAT-LOW (10) TO LRP-SOMA-CHG
               MOVE WS-STAT-LOW (11) TO LRP-MEDIA-CHG
           END-IF.
           MOVE WS-LRP-DETAIL TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-LRP-DETAIL.
           MOVE 'AVERAGE' TO LRP-RUN-DATE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               COMPUTE LRP-VAL (WS-VAL-IX) ROUNDED =
                   WS-STAT-SUM (WS-VAL-IX) / WS-PAIR-LINES
           END-PERFORM.
           COMPUTE LRP-PCT ROUNDED = WS-STAT-SUM (9) / WS-PAIR-LINES.
           IF WS-CHG-COUNT > 0
               COMPUTE LRP-SOMA-CHG ROUNDED =
                   WS-STAT-SUM (10) / WS-CHG-COUNT
               COMPUTE LRP-MEDIA-CHG ROUNDED =
                   WS-STAT-SUM (11) / WS-CHG-COUNT
           END-IF.
           MOVE WS-LRP-DETAIL TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE WS-LRP-BLANK TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PAIR-LINES TO LRP-CT-LINES.
           MOVE WS-LRP-COUNT TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-FROM-DATE TO LRP-HDR-FROM.
           MOVE WS-TO-DATE TO LRP-HDR-TO.
           MOVE WS-PAGE-COUNT TO LRP-HDR-PAGE.
           MOVE WS-LRP-HDR1 TO CB5-LRP-LINE.
           WRITE CB5-LRP-LINE AFTER ADVANCING PAGE.
           IF WS-LRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO WRITE CB5LRP, STATUS '
                   WS-LRP-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-LRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SEL-PAIR-ID (WS-SEL-IX) TO LRP-HDR-PAIR-ID.
           MOVE WS-SEL-DESC (WS-SEL-IX) TO LRP-HDR-DESC.
           MOVE WS-SEL-DEPT (WS-SEL-IX) TO LRP-HDR-DEPT.
           MOVE WS-SEL-CURRENCY (WS-SEL-IX) TO LRP-HDR-CURRENCY.
           EVALUATE TRUE
               WHEN NOT WS-SEL-ON-PM (WS-SEL-IX)
                   MOVE 'NOT ON PAIR MASTER' TO LRP-HDR-STATUS
               WHEN WS-SEL-STATUS (WS-SEL-IX) = 'A'
                   MOVE 'ACTIVE' TO LRP-HDR-STATUS
               WHEN WS-SEL-STATUS (WS-SEL-IX) = 'I'
                   MOVE 'INACTIVE' TO LRP-HDR-STATUS
               WHEN OTHER
                   MOVE WS-SEL-STATUS (WS-SEL-IX) TO LRP-HDR-STATUS
           END-EVALUATE.
           IF WS-SEL-ON-PM (WS-SEL-IX)
               AND WS-SEL-CURRENCY (WS-SEL-IX) = SPACES
               MOVE 'BAS' TO LRP-HDR-CURRENCY
           END-IF.
           MOVE WS-LRP-HDR2 TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-LRP-BLANK TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-LRP-COLS TO CB5-LRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-LRP-LINE.
           IF WS-LRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5L - UNABLE TO WRITE CB5LRP, STATUS '
                   WS-LRP-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-LRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5U.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-SFI-FILE ASSIGN TO "CB5SFI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFI-STATUS.
           SELECT CB5-REJ-FILE ASSIGN TO "CB5REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-SFO-FILE ASSIGN TO "CB5SFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFO-STATUS.
           SELECT CB5-URP-FILE ASSIGN TO "CB5URP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-SFI-FILE.
       01  CB5-SFI-RECORD.
           05 SFI-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 SFI-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 SFI-INPUT-SEQ         PIC 9(08).
           05 FILLER                PIC X(01).
           05 SFI-SOURCE            PIC X(08).
           05 FILLER                PIC X(01).
           05 SFI-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 SFI-INPUT-IMAGE       PIC X(43).
       FD  CB5-REJ-FILE.
       01  CB5-REJ-RECORD.
           05 REJ-INPUT-IMAGE.
              10 REJ-REC-TYPE       PIC X(01).
              10 REJ-PAIR-ID        PIC X(08).
              10 FILLER             PIC X(34).
           05 FILLER                PIC X(01).
           05 REJ-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 REJ-INPUT-SEQ         PIC 9(08).
           05 FILLER                PIC X(01).
           05 REJ-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 REJ-SOURCE            PIC X(08).
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
       FD  CB5-SFO-FILE.
       01  CB5-SFO-RECORD.
           05 SFO-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 SFO-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 SFO-INPUT-SEQ         PIC 9(08).
           05 FILLER                PIC X(01).
           05 SFO-SOURCE            PIC X(08).
           05 FILLER                PIC X(01).
           05 SFO-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 SFO-INPUT-IMAGE       PIC X(43).
       FD  CB5-URP-FILE.
       01  CB5-URP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-SFI-STATUS PIC X(02) VALUE SPACES.
       77 WS-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-SFO-STATUS PIC X(02) VALUE SPACES.
       77 WS-URP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-SFI-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-UNDATED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-FUTURE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-DUP-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-RES-END-SW PIC X(01) VALUE 'N'.
           88 WS-RES-END VALUE 'Y'.
       77 WS-CLEARED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-OPEN-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-SFO-COUNT PIC 9(08) VALUE ZEROS.
       01  WS-ASOF-DATE-X           PIC X(08) VALUE SPACES.
       01  WS-ASOF-DATE REDEFINES WS-ASOF-DATE-X
                                    PIC 9(08).
       01  WS-ITEM-DATE-X           PIC X(08) VALUE SPACES.
       01  WS-ITEM-DATE REDEFINES WS-ITEM-DATE-X
                                    PIC 9(08).
       77 WS-ASOF-DAYS PIC 9(07) VALUE ZEROS.
       77 WS-ITEM-DAYS PIC 9(07) VALUE ZEROS.
       77 WS-AGE-DAYS PIC S9(07) VALUE ZEROS.
       77 WS-BUCKET PIC 9(01) VALUE ZEROS.
       01  WS-CUR-ITEM-KEY.
           05 WS-CUR-PROC-DATE      PIC X(08).
           05 WS-CUR-PAIR-ID        PIC X(08).
           05 WS-CUR-INPUT-SEQ      PIC 9(08).
       01  WS-CUR-ITEM-DATA.
           05 WS-CUR-SOURCE         PIC X(08).
           05 WS-CUR-REASON-CODE    PIC X(02).
           05 WS-CUR-INPUT-IMAGE    PIC X(43).
       77 WS-SUS-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-SUS-IX PIC 9(04) VALUE ZEROS.
       77 WS-SUS-LO PIC 9(04) VALUE ZEROS.
       77 WS-SUS-HI PIC 9(04) VALUE ZEROS.
       77 WS-SUS-MID PIC 9(04) VALUE ZEROS.
       77 WS-SUS-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-SUS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-SUS-FOUND VALUE 'Y'.
       01  WS-SUS-TABLE.
           05 WS-SUS-ENTRY OCCURS 9999 TIMES.
              10 WS-SUS-KEY.
                 15 WS-SUS-PROC-DATE PIC X(08).
                 15 WS-SUS-PAIR-ID  PIC X(08).
                 15 WS-SUS-INPUT-SEQ PIC 9(08).
              10 WS-SUS-SOURCE      PIC X(08).
              10 WS-SUS-REASON-CODE PIC X(02).
              10 WS-SUS-INPUT-IMAGE PIC X(43).
              10 WS-SUS-CLEARED     PIC X(01).
              10 WS-SUS-AGE         PIC 9(05).
       01  WS-CUR-GRP-KEY.
           05 WS-CUR-GRP-REASON     PIC X(02).
           05 WS-CUR-GRP-SOURCE     PIC X(08).
       77 WS-GRP-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-GRP-IX PIC 9(04) VALUE ZEROS.
       77 WS-GRP-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-GRP-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-GRP-FOUND VALUE 'Y'.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 500 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-REASON   PIC X(02).
                 15 WS-GRP-SOURCE   PIC X(08).
              10 WS-GRP-BUCKET      PIC 9(08) OCCURS 4 TIMES.
              10 WS-GRP-TOTAL       PIC 9(08).
       01  WS-GRD-TOTALS.
           05 WS-GRD-BUCKET         PIC 9(08) OCCURS 4 TIMES.
           05 WS-GRD-TOTAL          PIC 9(08).
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-URP-HDR1.
           05 FILLER PIC X(48) VALUE
               'PROGCB5U - OUTSTANDING REJECT SUSPENSE BY AGE'.
           05 FILLER PIC X(84) VALUE SPACES.
       01  WS-URP-HDR2.
           05 FILLER PIC X(14) VALUE 'AGED AS OF    '.
           05 HDR-ASOF-DATE         PIC X(08).
           05 FILLER PIC X(110) VALUE SPACES.
       01  WS-URP-BLANK             PIC X(132) VALUE SPACES.
       01  WS-URP-SUM-COLS.
           05 FILLER PIC X(08) VALUE 'REASON'.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(10) VALUE '     1 DAY'.
           05 FILLER PIC X(10) VALUE '  2-5 DAYS'.
           05 FILLER PIC X(10) VALUE ' 6-10 DAYS'.
           05 FILLER PIC X(10) VALUE '  >10 DAYS'.
           05 FILLER PIC X(10) VALUE '     TOTAL'.
           05 FILLER PIC X(64) VALUE SPACES.
       01  WS-URP-SUM-LINE.
           05 URP-REASON            PIC X(06).
           05 FILLER                PIC X(02).
           05 URP-SOURCE            PIC X(08).
           05 FILLER                PIC X(04).
           05 URP-BUCKET-1          PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 URP-BUCKET-2          PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 URP-BUCKET-3          PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 URP-BUCKET-4          PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 URP-TOTAL             PIC ZZZZZZZ9.
           05 FILLER                PIC X(64).
       01  WS-URP-ITEM-TITLE.
           05 FILLER PIC X(17) VALUE 'OUTSTANDING ITEMS'.
           05 FILLER PIC X(115) VALUE SPACES.
       01  WS-URP-ITEM-COLS.
           05 FILLER PIC X(10) VALUE 'PROC DATE'.
           05 FILLER PIC X(10) VALUE 'PAIR ID'.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(08) VALUE 'REASON'.
           05 FILLER PIC X(10) VALUE ' INPUT SEQ'.
           05 FILLER PIC X(08) VALUE '     AGE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(74) VALUE 'REJECTED INPUT IMAGE'.
       01  WS-URP-ITEM-LINE.
           05 URP-ITEM-DATE         PIC X(08).
           05 FILLER                PIC X(02).
           05 URP-ITEM-PAIR-ID      PIC X(08).
           05 FILLER                PIC X(02).
           05 URP-ITEM-SOURCE       PIC X(08).
           05 FILLER                PIC X(02).
           05 URP-ITEM-REASON       PIC X(06).
           05 FILLER                PIC X(02).
           05 URP-ITEM-SEQ          PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 URP-ITEM-AGE          PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 URP-ITEM-IMAGE        PIC X(43).
           05 FILLER                PIC X(31).
       01  WS-URP-NONE.
           05 FILLER PIC X(42) VALUE
               'NO OUTSTANDING REJECTS - SUSPENSE IS CLEAR'.
           05 FILLER PIC X(90) VALUE SPACES.
       01  WS-URP-TOTAL1.
           05 FILLER PIC X(22) VALUE 'CARRIED FORWARD IN = '.
           05 URP-SFI-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(18) VALUE '  REJECTS READ = '.
           05 URP-REJ-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  UNDATED = '.
           05 URP-UNDATED-COUNT     PIC ZZZZZZZ9.
           05 FILLER PIC X(21) VALUE '  AFTER AS-OF DATE = '.
           05 URP-FUTURE-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(26) VALUE SPACES.
       01  WS-URP-TOTAL3.
           05 FILLER PIC X(50) VALUE
               'REFUSED DUPLICATE DELIVERIES (REASON 11, NOT AGED)'.
           05 FILLER PIC X(03) VALUE ' = '.
           05 URP-DUP-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(71) VALUE SPACES.
       01  WS-URP-TOTAL2.
           05 FILLER PIC X(21) VALUE 'SUSPENSE ITEMS     = '.
           05 URP-SUS-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(29) VALUE '  CLEARED BY LATER POSTING = '.
           05 URP-CLEARED-COUNT     PIC ZZZZZZZ9.
           05 FILLER PIC X(17) VALUE '  OUTSTANDING = '.
           05 URP-OPEN-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-AGING.
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
           IF WS-ASOF-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE-X
           END-IF.
           COMPUTE WS-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).

       0110-PARSE-ONE-KEYWORD.
           MOVE SPACES TO WS-CTL-KEYWORD.
           MOVE SPACES TO WS-CTL-VALUE.
           UNSTRING WS-CTL-TOKEN (WS-TOK-IX) DELIMITED BY '='
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING.
           EVALUATE WS-CTL-KEYWORD
               WHEN 'ASOF'
                   IF WS-CTL-VALUE(1:8) IS NUMERIC
                       AND WS-CTL-VALUE(9:32) = SPACES
                       MOVE WS-CTL-VALUE(1:8) TO WS-ASOF-DATE-X
                   ELSE
                       PERFORM 0080-CONTROL-CARD-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5U - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5U - EXPECTED ASOF=YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-AGING.
           MOVE SPACES TO WS-SUS-TABLE.
           MOVE SPACES TO WS-GRP-TABLE.
           MOVE ZEROS TO WS-GRD-TOTALS.
           PERFORM 1000-LOAD-CARRY-FORWARD.
           PERFORM 1100-LOAD-REJECTS.
           PERFORM 1300-CLEAR-POSTED-ITEMS.

           OPEN OUTPUT CB5-SFO-FILE.
           IF WS-SFO-STATUS NOT = '00'
               DISPLAY 'PROGCB5U - UNABLE TO OPEN CB5SFO, STATUS '
                   WS-SFO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CB5-URP-FILE.
           IF WS-URP-STATUS NOT = '00'
               DISPLAY 'PROGCB5U - UNABLE TO OPEN CB5URP, STATUS '
                   WS-URP-STATUS
               CLOSE CB5-SFO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SUS-IX FROM 1 BY 1
               UNTIL WS-SUS-IX > WS-SUS-COUNT
               IF WS-SUS-CLEARED (WS-SUS-IX) NOT = 'Y'
                   PERFORM 1500-AGE-ONE-ITEM
                   PERFORM 2600-WRITE-CARRY-FORWARD
               END-IF
           END-PERFORM.
           PERFORM 2800-WRITE-REPORT-HEADERS.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
               PERFORM 2500-WRITE-GROUP-LINE
           END-PERFORM.
           PERFORM 2550-WRITE-GRAND-LINE.
           PERFORM 2700-WRITE-ITEM-SECTION.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-SFO-FILE.
           CLOSE CB5-URP-FILE.

           IF WS-GRD-BUCKET (4) > 0
               OR WS-REJ-UNDATED-COUNT > 0
               MOVE 4 TO WS-JOB-RC
           END-IF.
           DISPLAY 'PROGCB5U - ' WS-OPEN-COUNT ' OUTSTANDING, '
               WS-CLEARED-COUNT ' CLEARED, '
               WS-GRD-BUCKET (4) ' OVER 10 DAYS, ENDING WITH '
               'RETURN CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-LOAD-CARRY-FORWARD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-SFI-FILE.
           IF WS-SFI-STATUS = '35'
               DISPLAY 'PROGCB5U - NO CARRY-FORWARD SUSPENSE FILE - '
                   'STARTING FROM THE REJECT GENERATIONS ONLY'
           ELSE
               IF WS-SFI-STATUS NOT = '00'
                   DISPLAY 'PROGCB5U - UNABLE TO OPEN CB5SFI, STATUS '
                       WS-SFI-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1050-READ-CARRY-FORWARD
               PERFORM UNTIL WS-EOF
                   IF SFI-REASON-CODE NOT = '11'
                       MOVE SFI-PROC-DATE TO WS-CUR-PROC-DATE
                       MOVE SFI-PAIR-ID TO WS-CUR-PAIR-ID
                       MOVE SFI-INPUT-SEQ TO WS-CUR-INPUT-SEQ
                       MOVE SFI-SOURCE TO WS-CUR-SOURCE
                       MOVE SFI-REASON-CODE TO WS-CUR-REASON-CODE
                       MOVE SFI-INPUT-IMAGE TO WS-CUR-INPUT-IMAGE
                       PERFORM 1200-STORE-ITEM
                   END-IF
                   PERFORM 1050-READ-CARRY-FORWARD
               END-PERFORM
               CLOSE CB5-SFI-FILE
           END-IF.

       1050-READ-CARRY-FORWARD.
           READ CB5-SFI-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-SFI-STATUS NOT = '00'
                   DISPLAY 'PROGCB5U - UNABLE TO READ CB5SFI, STATUS '
                       WS-SFI-STATUS
                   CLOSE CB5-SFI-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SFI-READ-COUNT
           END-IF.

       1100-LOAD-REJECTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-REJ-FILE.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'PROGCB5U - UNABLE TO OPEN CB5REJ, STATUS '
                   WS-REJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-READ-REJECT.
           PERFORM UNTIL WS-EOF
               PERFORM 1160-SELECT-REJECT
               PERFORM 1150-READ-REJECT
           END-PERFORM.
           CLOSE CB5-REJ-FILE.

       1150-READ-REJECT.
           MOVE SPACES TO CB5-REJ-RECORD.
           READ CB5-REJ-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-REJ-STATUS NOT = '00'
                   DISPLAY 'PROGCB5U - UNABLE TO READ CB5REJ, STATUS '
                       WS-REJ-STATUS
                   CLOSE CB5-REJ-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REJ-READ-COUNT
           END-IF.

       1160-SELECT-REJECT.
           IF REJ-PROC-DATE IS NOT NUMERIC
               ADD 1 TO WS-REJ-UNDATED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN REJ-PROC-DATE > WS-ASOF-DATE-X
                       ADD 1 TO WS-REJ-FUTURE-COUNT
                   WHEN REJ-REASON-CODE = '11'
                       ADD 1 TO WS-REJ-DUP-COUNT
                   WHEN OTHER
                       MOVE REJ-PROC-DATE TO WS-CUR-PROC-DATE
                       MOVE REJ-PAIR-ID TO WS-CUR-PAIR-ID
                       IF REJ-PAIR-ID = SPACES
                           OR REJ-REC-TYPE NOT = 'D'
                           MOVE REJ-INPUT-SEQ TO WS-CUR-INPUT-SEQ
                       ELSE
                           MOVE ZEROS TO WS-CUR-INPUT-SEQ
                       END-IF
                       MOVE REJ-SOURCE TO WS-CUR-SOURCE
                       MOVE REJ-REASON-CODE TO WS-CUR-REASON-CODE
                       MOVE REJ-INPUT-IMAGE TO WS-CUR-INPUT-IMAGE
                       PERFORM 1200-STORE-ITEM
               END-EVALUATE
           END-IF.

       1200-STORE-ITEM.
           PERFORM 1700-FIND-ITEM-ENTRY.
           IF NOT WS-SUS-FOUND
               IF WS-SUS-COUNT = 9999
                   DISPLAY 'PROGCB5U - MORE THAN 9999 SUSPENSE ITEMS - '
                       'ENLARGE WS-SUS-TABLE'
                   CLOSE CB5-SFI-FILE
                   CLOSE CB5-REJ-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SUS-SHIFT FROM WS-SUS-COUNT BY -1
                   UNTIL WS-SUS-SHIFT < WS-SUS-IX
                   MOVE WS-SUS-ENTRY (WS-SUS-SHIFT)
                       TO WS-SUS-ENTRY (WS-SUS-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-SUS-COUNT
               MOVE WS-CUR-ITEM-KEY TO WS-SUS-KEY (WS-SUS-IX)
               MOVE 'N' TO WS-SUS-CLEARED (WS-SUS-IX)
               MOVE ZEROS TO WS-SUS-AGE (WS-SUS-IX)
           END-IF.
           MOVE WS-CUR-SOURCE TO WS-SUS-SOURCE (WS-SUS-IX).
           MOVE WS-CUR-REASON-CODE TO WS-SUS-REASON-CODE (WS-SUS-IX).
           MOVE WS-CUR-INPUT-IMAGE TO WS-SUS-INPUT-IMAGE (WS-SUS-IX).

       1300-CLEAR-POSTED-ITEMS.
           OPEN INPUT CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5U - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SUS-IX FROM 1 BY 1
               UNTIL WS-SUS-IX > WS-SUS-COUNT
               IF WS-SUS-INPUT-SEQ (WS-SUS-IX) = ZEROS
                   PERFORM 1350-CHECK-POSTED
               END-IF
           END-PERFORM.
           CLOSE CB5-RES-FILE.

       1350-CHECK-POSTED.
           MOVE 'N' TO WS-RES-END-SW.
           MOVE WS-SUS-PAIR-ID (WS-SUS-IX) TO RES-PAIR-ID.
           MOVE WS-SUS-PROC-DATE (WS-SUS-IX) TO RES-RUN-DATE.
           START CB5-RES-FILE KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
                   SET WS-RES-END TO TRUE
           END-START.
           IF WS-RES-STATUS NOT = '00' AND WS-RES-STATUS NOT = '23'
               DISPLAY 'PROGCB5U - UNABLE TO START CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-RES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-RES-END
               READ CB5-RES-FILE NEXT RECORD
                   AT END
                       SET WS-RES-END TO TRUE
               END-READ
               IF NOT WS-RES-END
                   IF WS-RES-STATUS NOT = '00'
                       DISPLAY 'PROGCB5U - UNABLE TO READ CB5RES, '
                           'STATUS ' WS-RES-STATUS
                       CLOSE CB5-RES-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RES-PAIR-ID = WS-SUS-PAIR-ID (WS-SUS-IX)
                       MOVE 'Y' TO WS-SUS-CLEARED (WS-SUS-IX)
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
               END-IF
           END-IF.

       1500-AGE-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-SUS-PROC-DATE (WS-SUS-IX) TO WS-ITEM-DATE-X.
           COMPUTE WS-ITEM-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE).
           COMPUTE WS-AGE-DAYS = WS-ASOF-DAYS - WS-ITEM-DAYS.
           MOVE WS-AGE-DAYS TO WS-SUS-AGE (WS-SUS-IX).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 1
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS NOT > 5
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS NOT > 10
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           MOVE WS-SUS-REASON-CODE (WS-SUS-IX) TO WS-CUR-GRP-REASON.
           MOVE WS-SUS-SOURCE (WS-SUS-IX) TO WS-CUR-GRP-SOURCE.
           PERFORM 1850-FIND-GROUP-ENTRY.
           ADD 1 TO WS-GRP-BUCKET (WS-GRP-IX WS-BUCKET).
           ADD 1 TO WS-GRP-TOTAL (WS-GRP-IX).
           ADD 1 TO WS-GRD-BUCKET (WS-BUCKET).
           ADD 1 TO WS-GRD-TOTAL.

       1700-FIND-ITEM-ENTRY.
           MOVE 'N' TO WS-SUS-FOUND-SW.
           MOVE 1 TO WS-SUS-LO.
           MOVE WS-SUS-COUNT TO WS-SUS-HI.
           PERFORM UNTIL WS-SUS-LO > WS-SUS-HI
                  OR WS-SUS-FOUND
               COMPUTE WS-SUS-MID = (WS-SUS-LO + WS-SUS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-SUS-KEY (WS-SUS-MID) = WS-CUR-ITEM-KEY
                       MOVE 'Y' TO WS-SUS-FOUND-SW
                       MOVE WS-SUS-MID TO WS-SUS-IX
                   WHEN WS-SUS-KEY (WS-SUS-MID) < WS-CUR-ITEM-KEY
                       COMPUTE WS-SUS-LO = WS-SUS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SUS-HI = WS-SUS-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-SUS-FOUND
               MOVE WS-SUS-LO TO WS-SUS-IX
           END-IF.

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
                   DISPLAY 'PROGCB5U - MORE THAN 500 REASON/SOURCE '
                       'GROUPS - ENLARGE WS-GRP-TABLE'
                   CLOSE CB5-SFO-FILE
                   CLOSE CB5-URP-FILE
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
               MOVE ZEROS TO WS-GRP-BUCKET (WS-GRP-IX 1)
               MOVE ZEROS TO WS-GRP-BUCKET (WS-GRP-IX 2)
               MOVE ZEROS TO WS-GRP-BUCKET (WS-GRP-IX 3)
               MOVE ZEROS TO WS-GRP-BUCKET (WS-GRP-IX 4)
               MOVE ZEROS TO WS-GRP-TOTAL (WS-GRP-IX)
           END-IF.

       2500-WRITE-GROUP-LINE.
           MOVE SPACES TO WS-URP-SUM-LINE.
           MOVE WS-GRP-REASON (WS-GRP-IX) TO URP-REASON.
           MOVE WS-GRP-SOURCE (WS-GRP-IX) TO URP-SOURCE.
           MOVE WS-GRP-BUCKET (WS-GRP-IX 1) TO URP-BUCKET-1.
           MOVE WS-GRP-BUCKET (WS-GRP-IX 2) TO URP-BUCKET-2.
           MOVE WS-GRP-BUCKET (WS-GRP-IX 3) TO URP-BUCKET-3.
           MOVE WS-GRP-BUCKET (WS-GRP-IX 4) TO URP-BUCKET-4.
           MOVE WS-GRP-TOTAL (WS-GRP-IX) TO URP-TOTAL.
           MOVE WS-URP-SUM-LINE TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2550-WRITE-GRAND-LINE.
           MOVE SPACES TO WS-URP-SUM-LINE.
           MOVE 'TOTAL' TO URP-REASON.
           MOVE WS-GRD-BUCKET (1) TO URP-BUCKET-1.
           MOVE WS-GRD-BUCKET (2) TO URP-BUCKET-2.
           MOVE WS-GRD-BUCKET (3) TO URP-BUCKET-3.
           MOVE WS-GRD-BUCKET (4) TO URP-BUCKET-4.
           MOVE WS-GRD-TOTAL TO URP-TOTAL.
           MOVE WS-URP-SUM-LINE TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2600-WRITE-CARRY-FORWARD.
           MOVE SPACES TO CB5-SFO-RECORD.
           MOVE WS-SUS-PROC-DATE (WS-SUS-IX) TO SFO-PROC-DATE.
           MOVE WS-SUS-PAIR-ID (WS-SUS-IX) TO SFO-PAIR-ID.
           MOVE WS-SUS-INPUT-SEQ (WS-SUS-IX) TO SFO-INPUT-SEQ.
           MOVE WS-SUS-SOURCE (WS-SUS-IX) TO SFO-SOURCE.
           MOVE WS-SUS-REASON-CODE (WS-SUS-IX) TO SFO-REASON-CODE.
           MOVE WS-SUS-INPUT-IMAGE (WS-SUS-IX) TO SFO-INPUT-IMAGE.
           WRITE CB5-SFO-RECORD.
           IF WS-SFO-STATUS NOT = '00'
               DISPLAY 'PROGCB5U - UNABLE TO WRITE CB5SFO, STATUS '
                   WS-SFO-STATUS
               CLOSE CB5-SFO-FILE
               CLOSE CB5-URP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SFO-COUNT.

       2700-WRITE-ITEM-SECTION.
           MOVE WS-URP-BLANK TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-URP-ITEM-TITLE TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-OPEN-COUNT = 0
               MOVE WS-URP-NONE TO CB5-URP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-URP-ITEM-COLS TO CB5-URP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
               PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                   UNTIL WS-SUS-IX > WS-SUS-COUNT
                   IF WS-SUS-CLEARED (WS-SUS-IX) NOT = 'Y'
                       PERFORM 2750-WRITE-ITEM-LINE
                   END-IF
               END-PERFORM
           END-IF.

       2750-WRITE-ITEM-LINE.
           MOVE SPACES TO WS-URP-ITEM-LINE.
           MOVE WS-SUS-PROC-DATE (WS-SUS-IX) TO URP-ITEM-DATE.
           MOVE WS-SUS-PAIR-ID (WS-SUS-IX) TO URP-ITEM-PAIR-ID.
           MOVE WS-SUS-SOURCE (WS-SUS-IX) TO URP-ITEM-SOURCE.
           MOVE WS-SUS-REASON-CODE (WS-SUS-IX) TO URP-ITEM-REASON.
           MOVE WS-SUS-INPUT-SEQ (WS-SUS-IX) TO URP-ITEM-SEQ.
           MOVE WS-SUS-AGE (WS-SUS-IX) TO URP-ITEM-AGE.
           MOVE WS-SUS-INPUT-IMAGE (WS-SUS-IX) TO URP-ITEM-IMAGE.
           MOVE WS-URP-ITEM-LINE TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-WRITE-REPORT-HEADERS.
           MOVE WS-URP-HDR1 TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ASOF-DATE-X TO HDR-ASOF-DATE.
           MOVE WS-URP-HDR2 TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-URP-BLANK TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-URP-SUM-COLS TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-URP-BLANK TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-SFI-READ-COUNT TO URP-SFI-COUNT.
           MOVE WS-REJ-READ-COUNT TO URP-REJ-COUNT.
           MOVE WS-REJ-UNDATED-COUNT TO URP-UNDATED-COUNT.
           MOVE WS-REJ-FUTURE-COUNT TO URP-FUTURE-COUNT.
           MOVE WS-URP-TOTAL1 TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-REJ-DUP-COUNT TO URP-DUP-COUNT.
           MOVE WS-URP-TOTAL3 TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-SUS-COUNT TO URP-SUS-COUNT.
           MOVE WS-CLEARED-COUNT TO URP-CLEARED-COUNT.
           MOVE WS-OPEN-COUNT TO URP-OPEN-COUNT.
           MOVE WS-URP-TOTAL2 TO CB5-URP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-URP-LINE.
           IF WS-URP-STATUS NOT = '00'
               DISPLAY 'PROGCB5U - UNABLE TO WRITE CB5URP, STATUS '
                   WS-URP-STATUS
               CLOSE CB5-SFO-FILE
               CLOSE CB5-URP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

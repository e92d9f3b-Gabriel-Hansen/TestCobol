           SELECT CB5-P4-FILE ASSIGN TO "CB5P04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P4-STATUS.
           SELECT CB5-REJ-FILE ASSIGN TO "CB5REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT CB5-BRG-FILE ASSIGN TO "CB5BRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-IN-FILE.
              10 CB5-IN-NUM1-X      PIC X(14).
              10 FILLER             PIC X(01).
              10 CB5-IN-NUM2-X      PIC X(14).
           05 CB5-IN-HEADER-DATA REDEFINES CB5-IN-DATA.
              10 CB5-IN-HDR-DATE    PIC X(08).
              10 FILLER             PIC X(01).
              10 CB5-IN-HDR-SOURCE  PIC X(08).
              10 FILLER             PIC X(25).
           05 CB5-IN-TRAILER-DATA REDEFINES CB5-IN-DATA.
              10 CB5-IN-TRL-COUNT   PIC 9(08).
              10 FILLER             PIC X(01).
       01  CB5-P3-RECORD            PIC X(43).
       FD  CB5-P4-FILE.
       01  CB5-P4-RECORD            PIC X(43).
       FD  CB5-REJ-FILE.
       01  CB5-REJ-RECORD.
           05 REJ-INPUT-IMAGE       PIC X(43).
           05 FILLER                PIC X(01).
           05 REJ-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 REJ-INPUT-SEQ         PIC 9(08).
           05 FILLER                PIC X(01).
           05 REJ-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 REJ-SOURCE            PIC X(08).
       FD  CB5-BRG-FILE.
       01  CB5-BRG-RECORD.
           05 BRG-KEY.
              10 BRG-SOURCE         PIC X(08).
              10 BRG-HDR-DATE       PIC X(08).
              10 BRG-DETAIL-COUNT   PIC 9(08).
              10 BRG-TRAILER-HASH   PIC S9(9)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 BRG-ACCEPT-TS         PIC X(14).
           05 FILLER                PIC X(01).
           05 BRG-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 BRG-PROGRAM           PIC X(08).
           05 FILLER                PIC X(01).
           05 BRG-DELIVERY-COUNT    PIC 9(04).
       WORKING-STORAGE SECTION.
       77 WS-IN-STATUS PIC X(02) VALUE SPACES.
       77 WS-P1-STATUS PIC X(02) VALUE SPACES.
       77 WS-P2-STATUS PIC X(02) VALUE SPACES.
       77 WS-P3-STATUS PIC X(02) VALUE SPACES.
       77 WS-P4-STATUS PIC X(02) VALUE SPACES.
       77 WS-BRG-STATUS PIC X(02) VALUE SPACES.
       77 WS-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WS-REJ-DATE PIC X(08) VALUE SPACES.
       77 WS-REJ-SEQ PIC 9(08) VALUE ZEROS.
       77 WS-FORCE-SW PIC X(01) VALUE 'N'.
           88 WS-FORCE-REQUESTED VALUE 'Y'.
       77 WS-FORCE-SOURCE PIC X(08) VALUE SPACES.
       77 WS-FORCE-DATE PIC X(08) VALUE SPACES.
       77 WS-BRG-CHECK-SW PIC X(01) VALUE 'N'.
           88 WS-BRG-CHECKED VALUE 'Y'.
       77 WS-BRG-DUP-SW PIC X(01) VALUE 'N'.
           88 WS-BRG-DUPLICATE VALUE 'Y'.
       77 WS-PRE-SOURCE PIC X(08) VALUE SPACES.
       77 WS-PRE-DATE PIC X(08) VALUE SPACES.
       77 WS-PRE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-PRE-HASH PIC S9(09)V99 VALUE ZEROS.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-TRAILER-SW PIC X(01) VALUE 'N'.
              10 WS-P-COUNT         PIC 9(08).
              10 WS-P-HASH          PIC S9(09)V99.
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-OUT-TRAILER.
           05 OUT-TRL-TYPE          PIC X(01).
           05 OUT-TRL-COUNT         PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PART-COUNT.
           PERFORM 0200-CHECK-REGISTER.
           PERFORM 0300-RUN-SPLIT.
           STOP RUN.

       0100-GET-PART-COUNT.
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
           DISPLAY 'PROGCB5S - SPLITTING INTO ' WS-PART-COUNT
               ' PARTITIONS'.

       0110-PARSE-ONE-KEYWORD.
           MOVE SPACES TO WS-CTL-KEYWORD.
           MOVE SPACES TO WS-CTL-VALUE.
           UNSTRING WS-CTL-TOKEN (WS-TOK-IX) DELIMITED BY '='
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING.
           EVALUATE WS-CTL-KEYWORD
               WHEN 'PARTS'
                   IF WS-CTL-VALUE(1:1) IS NUMERIC
                       AND WS-CTL-VALUE(1:1) NOT = '0'
                       AND WS-CTL-VALUE(2:39) = SPACES
                       MOVE WS-CTL-VALUE(1:1) TO WS-PART-COUNT
                       IF WS-PART-COUNT > 4
                           DISPLAY 'PROGCB5S - PARTS MUST BE 1 TO 4'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM 0180-CONTROL-CARD-ERROR
                   END-IF
               WHEN 'FORCE'
                   MOVE SPACES TO WS-FORCE-SOURCE
                   MOVE SPACES TO WS-FORCE-DATE
                   UNSTRING WS-CTL-VALUE DELIMITED BY ','
                       INTO WS-FORCE-SOURCE WS-FORCE-DATE
                   END-UNSTRING
                   IF WS-FORCE-SOURCE = SPACES
                       OR WS-FORCE-DATE IS NOT NUMERIC
                       PERFORM 0180-CONTROL-CARD-ERROR
                   END-IF
                   MOVE 'Y' TO WS-FORCE-SW
               WHEN OTHER
                   PERFORM 0180-CONTROL-CARD-ERROR
           END-EVALUATE.

       0180-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5S - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5S - EXPECTED PARTS=N (1 TO 4, DEFAULT 4) '
               'FORCE=SOURCE,YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0200-CHECK-REGISTER.
           OPEN INPUT CB5-IN-FILE.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO OPEN CB5IN, STATUS '
                   WS-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-READ-RECORD.
           IF NOT WS-EOF AND CB5-IN-HEADER
               MOVE CB5-IN-HDR-SOURCE TO WS-PRE-SOURCE
               MOVE CB5-IN-HDR-DATE TO WS-PRE-DATE
               PERFORM 1000-READ-RECORD
               PERFORM UNTIL WS-EOF OR CB5-IN-TRAILER
                   PERFORM 1000-READ-RECORD
               END-PERFORM
               IF NOT WS-EOF
                   AND CB5-IN-TRL-COUNT IS NUMERIC
                   AND CB5-IN-TRL-HASH IS NUMERIC
                   MOVE CB5-IN-TRL-COUNT TO WS-PRE-COUNT
                   MOVE CB5-IN-TRL-HASH TO WS-PRE-HASH
                   MOVE 'Y' TO WS-BRG-CHECK-SW
               END-IF
           END-IF.
           CLOSE CB5-IN-FILE.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-BRG-CHECKED
               PERFORM 0210-READ-REGISTER
           END-IF.
           IF WS-BRG-DUPLICATE
               IF WS-FORCE-REQUESTED
                   AND WS-FORCE-SOURCE = WS-PRE-SOURCE
                   AND WS-FORCE-DATE = WS-PRE-DATE
                   DISPLAY 'PROGCB5S - BATCH SOURCE ' WS-PRE-SOURCE
                       ' DATE ' WS-PRE-DATE ' ALREADY ACCEPTED - '
                       'RE-DELIVERY FORCED'
               ELSE
                   DISPLAY 'PROGCB5S - BATCH SOURCE ' WS-PRE-SOURCE
                       ' DATE ' WS-PRE-DATE ' ALREADY ACCEPTED - '
                       'REFUSED, REASON CODE 11, NOTHING SPLIT'
                   PERFORM 0220-REFUSE-BATCH
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-FORCE-REQUESTED
                   DISPLAY 'PROGCB5S - FORCE=' WS-FORCE-SOURCE ','
                       WS-FORCE-DATE ' MATCHED NO REGISTERED BATCH '
                       '- NOTHING FORCED'
               END-IF
           END-IF.

       0210-READ-REGISTER.
           OPEN INPUT CB5-BRG-FILE.
           IF WS-BRG-STATUS = '35'
               OPEN OUTPUT CB5-BRG-FILE
               CLOSE CB5-BRG-FILE
               OPEN INPUT CB5-BRG-FILE
           END-IF.
           IF WS-BRG-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO OPEN CB5BRG, STATUS '
                   WS-BRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PRE-SOURCE TO BRG-SOURCE.
           MOVE WS-PRE-DATE TO BRG-HDR-DATE.
           MOVE WS-PRE-COUNT TO BRG-DETAIL-COUNT.
           MOVE WS-PRE-HASH TO BRG-TRAILER-HASH.
           READ CB5-BRG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BRG-DUP-SW
           END-READ.
           IF WS-BRG-STATUS NOT = '00' AND WS-BRG-STATUS NOT = '23'
               DISPLAY 'PROGCB5S - UNABLE TO READ CB5BRG, STATUS '
                   WS-BRG-STATUS
               CLOSE CB5-BRG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CB5-BRG-FILE.

       0220-REFUSE-BATCH.
           OPEN OUTPUT CB5-REJ-FILE.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO OPEN CB5REJ, STATUS '
                   WS-REJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CB5-IN-FILE.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO OPEN CB5IN, STATUS '
                   WS-IN-STATUS
               CLOSE CB5-REJ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PRE-DATE TO WS-REJ-DATE.
           MOVE ZEROS TO WS-REJ-SEQ.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1000-READ-RECORD.
           PERFORM UNTIL WS-EOF
               IF NOT CB5-IN-HEADER AND NOT CB5-IN-TRAILER
                   ADD 1 TO WS-REJ-SEQ
                   PERFORM 2600-WRITE-REJECT
               END-IF
               PERFORM 1000-READ-RECORD
           END-PERFORM.
           CLOSE CB5-IN-FILE.
           CLOSE CB5-REJ-FILE.
           DISPLAY 'PROGCB5S - ' WS-REJ-SEQ ' DETAILS ROUTED TO '
               'CB5REJ WITH REASON CODE 11'.

       0300-RUN-SPLIT.
           MOVE ZEROS TO WS-PART-TOTALS.
               DISPLAY 'PROGCB5S - CB5IN DID NOT RECONCILE - '
                   'SETTING RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BRG-CHECKED
                   PERFORM 2500-REGISTER-BATCH
               END-IF
           END-IF.

       0400-OPEN-PARTITIONS.
               CLOSE CB5-P4-FILE
           END-IF.

       2500-REGISTER-BATCH.
           OPEN I-O CB5-BRG-FILE.
           IF WS-BRG-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO OPEN CB5BRG, STATUS '
                   WS-BRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CB5-BRG-RECORD.
           MOVE WS-PRE-SOURCE TO BRG-SOURCE.
           MOVE WS-PRE-DATE TO BRG-HDR-DATE.
           MOVE WS-PRE-COUNT TO BRG-DETAIL-COUNT.
           MOVE WS-PRE-HASH TO BRG-TRAILER-HASH.
           IF WS-BRG-DUPLICATE
               READ CB5-BRG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BRG-STATUS = '00'
                   ADD 1 TO BRG-DELIVERY-COUNT
                   MOVE FUNCTION CURRENT-DATE(1:14) TO BRG-ACCEPT-TS
                   MOVE WS-PRE-DATE TO BRG-PROC-DATE
                   MOVE 'PROGCB5S' TO BRG-PROGRAM
                   REWRITE CB5-BRG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO BRG-ACCEPT-TS
               MOVE WS-PRE-DATE TO BRG-PROC-DATE
               MOVE 'PROGCB5S' TO BRG-PROGRAM
               MOVE 1 TO BRG-DELIVERY-COUNT
               WRITE CB5-BRG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-BRG-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO WRITE CB5BRG, STATUS '
                   WS-BRG-STATUS
               CLOSE CB5-BRG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CB5-BRG-FILE.
           DISPLAY 'PROGCB5S - BATCH SOURCE ' WS-PRE-SOURCE ' DATE '
               WS-PRE-DATE ' RECORDED ON CB5BRG'.

       2600-WRITE-REJECT.
           MOVE SPACES TO CB5-REJ-RECORD.
           MOVE CB5-IN-RECORD TO REJ-INPUT-IMAGE.
           MOVE '11' TO REJ-REASON-CODE.
           MOVE WS-REJ-SEQ TO REJ-INPUT-SEQ.
           MOVE WS-REJ-DATE TO REJ-PROC-DATE.
           MOVE WS-PRE-SOURCE TO REJ-SOURCE.
           WRITE CB5-REJ-RECORD.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'PROGCB5S - UNABLE TO WRITE CB5REJ, STATUS '
                   WS-REJ-STATUS
               CLOSE CB5-IN-FILE
               CLOSE CB5-REJ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-READ-RECORD.
           READ CB5-IN-FILE
               AT END

               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PAIR-ID
               FILE STATUS IS WS-PMS-STATUS.
           SELECT CB5-BRG-FILE ASSIGN TO "CB5BRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-IN-FILE.
           05 REJ-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 REJ-INPUT-SEQ         PIC 9(08).
           05 FILLER                PIC X(01).
           05 REJ-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 REJ-SOURCE            PIC X(08).
       FD  CB5-RATE-FILE.
       01  CB5-RATE-RECORD.
           05 RT-CURRENCY           PIC X(03).
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 HIST-WORST-RC         PIC 9(02).
           05 FILLER                PIC X(01).
           05 HIST-PROGRAM          PIC X(08).
       FD  CB5-RES-FILE.
       01  CB5-RES-RECORD.
           05 RES-KEY.
           05 PM-STATUS             PIC X(01).
              88 PM-ACTIVE          VALUE 'A'.
              88 PM-INACTIVE        VALUE 'I'.
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
       77 WRK-NUM1 PIC S9(7)V99 VALUE ZEROS.
       77 WRK-NUM2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-PMS-STATUS PIC X(02) VALUE SPACES.
       77 WS-BRG-STATUS PIC X(02) VALUE SPACES.
       77 WS-BREG-SW PIC X(01) VALUE 'Y'.
           88 WS-BREG-ENABLED VALUE 'Y'.
           88 WS-BREG-DISABLED VALUE 'N'.
       77 WS-CURCHK-SW PIC X(01) VALUE 'N'.
           88 WS-CURCHK-ENABLED VALUE 'Y'.
       77 WS-FORCE-SW PIC X(01) VALUE 'N'.
           88 WS-FORCE-REQUESTED VALUE 'Y'.
           88 WS-FORCE-USED VALUE 'U'.
       77 WS-FORCE-SOURCE PIC X(08) VALUE SPACES.
       77 WS-FORCE-DATE PIC X(08) VALUE SPACES.
       77 WS-BRG-IX PIC 9(04) VALUE ZEROS.
       77 WS-BRG-DUP-SW PIC X(01) VALUE 'N'.
           88 WS-BRG-DUPLICATE VALUE 'Y'.
       77 WS-BRG-WRITTEN PIC 9(04) VALUE ZEROS.
       77 WS-BAT-DUPLICATE-SW PIC X(01) VALUE 'N'.
           88 WS-BAT-DUPLICATE VALUE 'Y'.
       77 WS-PM-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PM-FOUND VALUE 'Y'.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-PRE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-PRE-HASH PIC S9(09)V99 VALUE ZEROS.
       01  WS-BST-TABLE.
           05 WS-BST-ENTRY OCCURS 100 TIMES.
              10 WS-BST-BALANCE-SW  PIC X(01).
              10 WS-BST-SOURCE      PIC X(08).
              10 WS-BST-DATE        PIC X(08).
              10 WS-BST-COUNT       PIC 9(08).
              10 WS-BST-HASH        PIC S9(09)V99.
       01  WS-RPT-BATCH-HDR.
           05 FILLER PIC X(10) VALUE '*** BATCH '.
           05 RPT-BH-NO             PIC 9(04).

       0050-SELECT-MODE.
           DISPLAY 'PROGCB5D - ENTER RUN MODE OR CONTROL CARD '
               '(MODE= DATE= OPS= MAXREJ= BATCHREG= FORCE= CURCHK=)'.
           MOVE SPACES TO WS-CTL-CARD.
           ACCEPT WS-CTL-CARD.
           IF WS-CTL-CARD(2:79) = SPACES
                   PERFORM 0090-PARSE-OPS-LIST
               WHEN 'MAXREJ'
                   PERFORM 0095-PARSE-MAXREJ
               WHEN 'BATCHREG'
                   EVALUATE WS-CTL-VALUE
                       WHEN 'YES'
                           MOVE 'Y' TO WS-BREG-SW
                       WHEN 'NO'
                           MOVE 'N' TO WS-BREG-SW
                       WHEN OTHER
                           PERFORM 0080-CONTROL-CARD-ERROR
                   END-EVALUATE
               WHEN 'FORCE'
                   PERFORM 0098-PARSE-FORCE
               WHEN 'CURCHK'
                   EVALUATE WS-CTL-VALUE
                       WHEN 'YES'
                           MOVE 'Y' TO WS-CURCHK-SW
                       WHEN 'NO'
                           MOVE 'N' TO WS-CURCHK-SW
                       WHEN OTHER
                           PERFORM 0080-CONTROL-CARD-ERROR
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5D - EXPECTED MODE=B/I DATE=YYYYMMDD '
               'OPS=ALL/LIST MAXREJ=NNN/NNN% CKPT=YES/NO/NNNN'.
           DISPLAY 'PROGCB5D -          BATCHREG=YES/NO '
               'FORCE=SOURCE,YYYYMMDD CURCHK=YES/NO'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.

       0098-PARSE-FORCE.
           MOVE SPACES TO WS-FORCE-SOURCE.
           MOVE SPACES TO WS-FORCE-DATE.
           UNSTRING WS-CTL-VALUE DELIMITED BY ','
               INTO WS-FORCE-SOURCE WS-FORCE-DATE
           END-UNSTRING.
           IF WS-FORCE-SOURCE = SPACES
               OR WS-FORCE-DATE IS NOT NUMERIC
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.
           MOVE 'Y' TO WS-FORCE-SW.

       0300-RUN-BATCH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS.
           PERFORM 0500-PRESCAN-BATCHES.
           CLOSE CB5-PM-FILE.

           PERFORM 2990-WRITE-RUN-HISTORY.
           IF WS-BREG-ENABLED
               PERFORM 2995-REGISTER-BATCHES
           END-IF.

           IF NOT WS-IN-BALANCE
               DISPLAY 'PROGCB5D - CB5IN DID NOT RECONCILE'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PRE-BATCH-NO
                       MOVE CB5-IN-HDR-SOURCE
                           TO WS-BST-SOURCE (WS-PRE-BATCH-NO)
                       MOVE CB5-IN-HDR-DATE
                           TO WS-BST-DATE (WS-PRE-BATCH-NO)
                       MOVE ZEROS TO WS-PRE-COUNT
                       MOVE ZEROS TO WS-PRE-HASH
                       MOVE 'N' TO WS-PRE-CLOSED-SW
           END-PERFORM.
           PERFORM 0530-PRE-CLOSE-BATCH.
           CLOSE CB5-IN-FILE.
           IF WS-BREG-ENABLED
               PERFORM 0545-PRE-CHECK-REGISTER
           END-IF.

       0510-PRE-READ.
           READ CB5-IN-FILE
                       CB5-IN-TRL-HASH ' ACCUMULATED ' WS-PRE-HASH
                       ' - BATCH REJECTED'
               END-IF
               MOVE CB5-IN-TRL-COUNT TO WS-BST-COUNT (WS-PRE-BATCH-NO)
               MOVE CB5-IN-TRL-HASH TO WS-BST-HASH (WS-PRE-BATCH-NO)
           END-IF.

       0545-PRE-CHECK-REGISTER.
           OPEN INPUT CB5-BRG-FILE.
           IF WS-BRG-STATUS = '35'
               OPEN OUTPUT CB5-BRG-FILE
               CLOSE CB5-BRG-FILE
               OPEN INPUT CB5-BRG-FILE
           END-IF.
           IF WS-BRG-STATUS NOT = '00'
               DISPLAY 'PROGCB5D - UNABLE TO OPEN CB5BRG, STATUS '
                   WS-BRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BATCH-NO FROM 1 BY 1
               UNTIL WS-BATCH-NO > WS-PRE-BATCH-NO
               IF WS-BST-BALANCE-SW (WS-BATCH-NO) = 'Y'
                   PERFORM 0550-PRE-CHECK-ONE-BATCH
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-BATCH-NO.
           CLOSE CB5-BRG-FILE.
           IF WS-FORCE-REQUESTED
               DISPLAY 'PROGCB5D - FORCE=' WS-FORCE-SOURCE ','
                   WS-FORCE-DATE ' MATCHED NO REGISTERED BATCH - '
                   'NOTHING FORCED'
           END-IF.

       0550-PRE-CHECK-ONE-BATCH.
           MOVE 'N' TO WS-BRG-DUP-SW.
           MOVE WS-BST-SOURCE (WS-BATCH-NO) TO BRG-SOURCE.
           MOVE WS-BST-DATE (WS-BATCH-NO) TO BRG-HDR-DATE.
           MOVE WS-BST-COUNT (WS-BATCH-NO) TO BRG-DETAIL-COUNT.
           MOVE WS-BST-HASH (WS-BATCH-NO) TO BRG-TRAILER-HASH.
           READ CB5-BRG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BRG-DUP-SW
           END-READ.
           IF WS-BRG-STATUS NOT = '00' AND WS-BRG-STATUS NOT = '23'
               DISPLAY 'PROGCB5D - UNABLE TO READ CB5BRG, STATUS '
                   WS-BRG-STATUS
               CLOSE CB5-BRG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BRG-IX FROM 1 BY 1
               UNTIL WS-BRG-IX NOT < WS-BATCH-NO
               IF WS-BST-BALANCE-SW (WS-BRG-IX) = 'Y'
                   AND WS-BST-SOURCE (WS-BRG-IX)
                       = WS-BST-SOURCE (WS-BATCH-NO)
                   AND WS-BST-DATE (WS-BRG-IX)
                       = WS-BST-DATE (WS-BATCH-NO)
                   AND WS-BST-COUNT (WS-BRG-IX)
                       = WS-BST-COUNT (WS-BATCH-NO)
                   AND WS-BST-HASH (WS-BRG-IX)
                       = WS-BST-HASH (WS-BATCH-NO)
                   MOVE 'Y' TO WS-BRG-DUP-SW
               END-IF
           END-PERFORM.
           IF WS-BRG-DUPLICATE
               IF WS-FORCE-REQUESTED
                   AND WS-FORCE-SOURCE = WS-BST-SOURCE (WS-BATCH-NO)
                   AND WS-FORCE-DATE = WS-BST-DATE (WS-BATCH-NO)
                   MOVE 'U' TO WS-FORCE-SW
                   DISPLAY 'PROGCB5D - BATCH ' WS-BATCH-NO
                       ' SOURCE ' WS-BST-SOURCE (WS-BATCH-NO)
                       ' DATE ' WS-BST-DATE (WS-BATCH-NO)
                       ' ALREADY ACCEPTED - RE-DELIVERY FORCED'
               ELSE
                   MOVE 'D' TO WS-BST-BALANCE-SW (WS-BATCH-NO)
                   DISPLAY 'PROGCB5D - BATCH ' WS-BATCH-NO
                       ' SOURCE ' WS-BST-SOURCE (WS-BATCH-NO)
                       ' DATE ' WS-BST-DATE (WS-BATCH-NO)
                       ' ALREADY ACCEPTED - BATCH REFUSED'
               END-IF
           END-IF.

       1000-READ-RECORD.
           PERFORM 1160-CHECK-BATCH-BALANCE.

       1160-CHECK-BATCH-BALANCE.
           MOVE 'N' TO WS-BAT-DUPLICATE-SW.
           IF WS-BATCH-NO > 0
               AND WS-BATCH-NO NOT > 100
               AND WS-BST-BALANCE-SW (WS-BATCH-NO) = 'D'
               PERFORM 1170-REFUSE-DUPLICATE-BATCH
           END-IF.
           IF WS-BATCH-NO > 0
               AND WS-BATCH-NO NOT > 100
               AND WS-BST-BALANCE-SW (WS-BATCH-NO) NOT = 'Y'
               AND WS-BST-BALANCE-SW (WS-BATCH-NO) NOT = 'D'
               MOVE 'N' TO WS-BAT-BALANCE-SW
               MOVE 'N' TO WS-BALANCE-SW
               DISPLAY 'PROGCB5D - BATCH ' WS-BATCH-NO
               END-IF
           END-IF.

       1170-REFUSE-DUPLICATE-BATCH.
           MOVE 'Y' TO WS-BAT-DUPLICATE-SW.
           MOVE 'N' TO WS-BAT-BALANCE-SW.
           DISPLAY 'PROGCB5D - BATCH ' WS-BATCH-NO
               ' IS ALREADY ON CB5BRG - DETAILS ROUTED TO '
               'CB5REJ, NOTHING POSTED'.
           MOVE SPACES TO CB5-RPT-LINE.
           STRING '*** DUPLICATE DELIVERY OF AN ACCEPTED BATCH - '
               'DETAILS ROUTED TO CB5REJ, NOTHING POSTED'
               DELIMITED BY SIZE INTO CB5-RPT-LINE.
           WRITE CB5-RPT-LINE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PROGCB5D - UNABLE TO WRITE CB5RPT, '
                   'STATUS ' WS-RPT-STATUS
               CLOSE CB5-IN-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-LOAD-RATE-TABLE.
           MOVE ZEROS TO WS-RATE-COUNT.
           MOVE 'N' TO WS-RATE-EOF-SW.
           END-IF.

       1200-RECONCILE-TRAILER.
           EVALUATE TRUE
               WHEN WS-BAT-DUPLICATE
                   CONTINUE
               WHEN NOT WS-BAT-IN-BALANCE
                   MOVE 'N' TO WS-BALANCE-SW
               WHEN OTHER
                   PERFORM 1250-COMPARE-TRAILER
                   IF NOT WS-BAT-IN-BALANCE
                       MOVE 'N' TO WS-BALANCE-SW
                       MOVE SPACES TO CB5-RPT-LINE
                       STRING '*** BATCH OUT OF BALANCE - SEE '
                           'CONSOLE LOG'
                           DELIMITED BY SIZE INTO CB5-RPT-LINE
                       WRITE CB5-RPT-LINE
                       IF WS-RPT-STATUS NOT = '00'
                           DISPLAY 'PROGCB5D - UNABLE TO WRITE '
                               'CB5RPT, STATUS ' WS-RPT-STATUS
                           CLOSE CB5-IN-FILE
                           CLOSE CB5-AUD-FILE
                           CLOSE CB5-RPT-FILE
                           CLOSE CB5-REJ-FILE
                           CLOSE CB5-RES-FILE
                           CLOSE CB5-EXT-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-EVALUATE.

       1250-COMPARE-TRAILER.
           MOVE 'Y' TO WS-BAT-BALANCE-SW.
           MOVE WS-BAT-CALC TO RPT-BS-CALC.
           MOVE WS-BAT-REJ TO RPT-BS-REJ.
           MOVE WS-BAT-SOMA TO RPT-BS-SOMA.
           EVALUATE TRUE
               WHEN WS-BAT-DUPLICATE
                   MOVE 'DUPLICATE' TO RPT-BS-STATUS
               WHEN WS-BAT-IN-BALANCE
                   MOVE 'IN BALANCE' TO RPT-BS-STATUS
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO RPT-BS-STATUS
           END-EVALUATE.
           WRITE CB5-RPT-LINE FROM WS-RPT-BATCH-SUB.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PROGCB5D - UNABLE TO WRITE CB5RPT, STATUS '
               END-IF
           END-IF.

           IF WS-RECORD-VALID
               AND WS-CURCHK-ENABLED
               AND CB5-IN-CURRENCY NOT = PM-CURRENCY
               MOVE 'N' TO WS-VALID-SW
               MOVE '12' TO WS-REJECT-CODE
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'CURRENCY ' CB5-IN-CURRENCY
                   ' IS NOT MASTER CURRENCY ' PM-CURRENCY
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

           IF WS-RECORD-VALID
               MOVE CB5-IN-CURRENCY TO WS-LOOKUP-CURR
               PERFORM 1700-FIND-RATE
           MOVE WS-BATCH-MIN TO HIST-MIN.
           MOVE WS-BATCH-MAX TO HIST-MAX.
           MOVE WS-WORST-CALC-RC TO HIST-WORST-RC.
           MOVE 'PROGCB5D' TO HIST-PROGRAM.
           WRITE CB5-HIST-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5D - UNABLE TO WRITE CB5HIST, STATUS '
           END-IF.
           CLOSE CB5-HIST-FILE.

       2995-REGISTER-BATCHES.
           OPEN I-O CB5-BRG-FILE.
           IF WS-BRG-STATUS = '35'
               OPEN OUTPUT CB5-BRG-FILE
               CLOSE CB5-BRG-FILE
               OPEN I-O CB5-BRG-FILE
           END-IF.
           IF WS-BRG-STATUS NOT = '00'
               DISPLAY 'PROGCB5D - UNABLE TO OPEN CB5BRG, STATUS '
                   WS-BRG-STATUS
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE ZEROS TO WS-BRG-WRITTEN
               PERFORM VARYING WS-BRG-IX FROM 1 BY 1
                   UNTIL WS-BRG-IX > WS-PRE-BATCH-NO
                   IF WS-BST-BALANCE-SW (WS-BRG-IX) = 'Y'
                       PERFORM 2996-REGISTER-ONE-BATCH
                   END-IF
               END-PERFORM
               CLOSE CB5-BRG-FILE
               DISPLAY 'PROGCB5D - ' WS-BRG-WRITTEN
                   ' BATCHES RECORDED ON CB5BRG'
           END-IF.

       2996-REGISTER-ONE-BATCH.
           MOVE SPACES TO CB5-BRG-RECORD.
           MOVE WS-BST-SOURCE (WS-BRG-IX) TO BRG-SOURCE.
           MOVE WS-BST-DATE (WS-BRG-IX) TO BRG-HDR-DATE.
           MOVE WS-BST-COUNT (WS-BRG-IX) TO BRG-DETAIL-COUNT.
           MOVE WS-BST-HASH (WS-BRG-IX) TO BRG-TRAILER-HASH.
           MOVE WS-END-TS TO BRG-ACCEPT-TS.
           MOVE WS-PROC-DATE TO BRG-PROC-DATE.
           MOVE 'PROGCB5D' TO BRG-PROGRAM.
           MOVE 1 TO BRG-DELIVERY-COUNT.
           WRITE CB5-BRG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-BRG-STATUS = '22'
               AND WS-FORCE-USED
               AND WS-FORCE-SOURCE = WS-BST-SOURCE (WS-BRG-IX)
               AND WS-FORCE-DATE = WS-BST-DATE (WS-BRG-IX)
               READ CB5-BRG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BRG-STATUS = '00'
                   ADD 1 TO BRG-DELIVERY-COUNT
                   MOVE WS-END-TS TO BRG-ACCEPT-TS
                   MOVE WS-PROC-DATE TO BRG-PROC-DATE
                   MOVE 'PROGCB5D' TO BRG-PROGRAM
                   REWRITE CB5-BRG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
           EVALUATE WS-BRG-STATUS
               WHEN '00'
                   ADD 1 TO WS-BRG-WRITTEN
               WHEN '22'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROGCB5D - UNABLE TO WRITE CB5BRG, '
                       'STATUS ' WS-BRG-STATUS
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE.

       2900-WRITE-AUDIT.
           MOVE SPACES TO CB5-AUD-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           END-IF.

       2985-REJECT-BATCH-DETAIL.
           IF WS-BAT-DUPLICATE
               MOVE '11' TO WS-REJECT-CODE
           ELSE
               MOVE '10' TO WS-REJECT-CODE
           END-IF.
           PERFORM 2980-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-BAT-REJ.
           MOVE CB5-IN-RECORD TO REJ-INPUT-IMAGE.
           MOVE WS-REJECT-CODE TO REJ-REASON-CODE.
           MOVE WS-RECORD-COUNT TO REJ-INPUT-SEQ.
           MOVE WS-PROC-DATE TO REJ-PROC-DATE.
           MOVE WS-BAT-SOURCE TO REJ-SOURCE.
           WRITE CB5-REJ-RECORD.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'PROGCB5D - UNABLE TO WRITE CB5REJ, STATUS '

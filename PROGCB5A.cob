           SELECT CB5-PRP-FILE ASSIGN TO "CB5PRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.
           SELECT CB5-PPI-FILE ASSIGN TO "CB5PPI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.
           SELECT CB5-PPO-FILE ASSIGN TO "CB5PPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPO-STATUS.
           SELECT CB5-PLG-FILE ASSIGN TO "CB5PLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-PTX-FILE.
           05 PTX-DEPT              PIC X(04).
           05 FILLER                PIC X(01).
           05 PTX-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 PTX-REQUESTER         PIC X(08).
           05 FILLER                PIC X(01).
           05 PTX-EFF-DATE          PIC X(08).
       FD  CB5-PMS-FILE.
       01  CB5-PM-RECORD.
           05 PM-PAIR-ID            PIC X(08).
              88 PM-INACTIVE        VALUE 'I'.
       FD  CB5-PRP-FILE.
       01  CB5-PRP-LINE             PIC X(132).
       FD  CB5-PPI-FILE.
       01  CB5-PPI-RECORD           PIC X(68).
       FD  CB5-PPO-FILE.
       01  CB5-PPO-RECORD           PIC X(68).
       FD  CB5-PLG-FILE.
       01  CB5-PLG-RECORD.
           05 PLG-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(01).
           05 PLG-REQUESTER         PIC X(08).
           05 FILLER                PIC X(01).
           05 PLG-ACTION            PIC X(01).
           05 FILLER                PIC X(01).
           05 PLG-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 PLG-EFF-DATE          PIC X(08).
           05 FILLER                PIC X(01).
           05 PLG-BEFORE-IMAGE.
              10 PLG-BEF-DESC       PIC X(30).
              10 FILLER             PIC X(01).
              10 PLG-BEF-DEPT       PIC X(04).
              10 FILLER             PIC X(01).
              10 PLG-BEF-CURRENCY   PIC X(03).
              10 FILLER             PIC X(01).
              10 PLG-BEF-STATUS     PIC X(01).
           05 FILLER                PIC X(01).
           05 PLG-AFTER-IMAGE.
              10 PLG-AFT-DESC       PIC X(30).
              10 FILLER             PIC X(01).
              10 PLG-AFT-DEPT       PIC X(04).
              10 FILLER             PIC X(01).
              10 PLG-AFT-CURRENCY   PIC X(03).
              10 FILLER             PIC X(01).
              10 PLG-AFT-STATUS     PIC X(01).
       WORKING-STORAGE SECTION.
       77 WS-PTX-STATUS PIC X(02) VALUE SPACES.
       77 WS-PMS-STATUS PIC X(02) VALUE SPACES.
       77 WS-PRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-PPI-STATUS PIC X(02) VALUE SPACES.
       77 WS-PPO-STATUS PIC X(02) VALUE SPACES.
       77 WS-PLG-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-PPI-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PPI-EOF VALUE 'Y'.
       77 WS-TRAN-SOURCE-SW PIC X(01) VALUE 'T'.
           88 WS-TRAN-FROM-PENDING VALUE 'P'.
       77 WS-HELD-SW PIC X(01) VALUE 'N'.
           88 WS-TRAN-HELD VALUE 'Y'.
       77 WS-RUN-DATE PIC X(08) VALUE SPACES.
       77 WS-VALID-SW PIC X(01) VALUE 'Y'.
           88 WS-TRAN-VALID VALUE 'Y'.
       77 WS-FOUND-SW PIC X(01) VALUE 'N'.
       77 WS-TRAN-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-APPLY-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-HOLD-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-PRP-HDR1.
           05 FILLER PIC X(40) VALUE
               'PROGCB5A - PAIR MASTER MAINTENANCE      '.
           05 FILLER PIC X(06) VALUE 'DEPT'.
           05 FILLER PIC X(05) VALUE 'CURR'.
           05 FILLER PIC X(11) VALUE 'DISPOSITION'.
           05 FILLER PIC X(41) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'REQUESTER'.
           05 FILLER PIC X(10) VALUE 'EFFECTIVE'.
       01  WS-PRP-DETAIL.
           05 PRP-ACTION            PIC X(01).
           05 FILLER                PIC X(06).
           05 PRP-CURRENCY          PIC X(03).
           05 FILLER                PIC X(02).
           05 PRP-DISPOSITION       PIC X(52).
           05 PRP-REQUESTER         PIC X(08).
           05 FILLER                PIC X(02).
           05 PRP-EFF-DATE          PIC X(08).
           05 FILLER                PIC X(02).
       01  WS-PRP-TOTAL.
           05 FILLER PIC X(21) VALUE 'TRANSACTIONS READ = '.
           05 PRP-TRAN-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  REJECTED ='.
           05 FILLER PIC X(01) VALUE SPACE.
           05 PRP-REJECT-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(08) VALUE '  HELD ='.
           05 FILLER PIC X(01) VALUE SPACE.
           05 PRP-HOLD-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-MAINTENANCE.
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
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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
                       MOVE WS-CTL-VALUE(1:8) TO WS-RUN-DATE
                   ELSE
                       PERFORM 0080-CONTROL-CARD-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5A - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5A - EXPECTED DATE=YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-MAINTENANCE.
           OPEN INPUT CB5-PTX-FILE.
           IF WS-PTX-STATUS NOT = '00'
               STOP RUN
           END-IF.

           OPEN INPUT CB5-PPI-FILE.
           IF WS-PPI-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO OPEN CB5PPI, STATUS '
                   WS-PPI-STATUS
               CLOSE CB5-PTX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CB5-PMS-FILE.
           IF WS-PMS-STATUS = '35'
               OPEN OUTPUT CB5-PMS-FILE
               DISPLAY 'PROGCB5A - UNABLE TO OPEN CB5PMS, STATUS '
                   WS-PMS-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY 'PROGCB5A - UNABLE TO OPEN CB5PRP, STATUS '
                   WS-PRP-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CB5-PPO-FILE.
           IF WS-PPO-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO OPEN CB5PPO, STATUS '
                   WS-PPO-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND CB5-PLG-FILE.
           IF WS-PLG-STATUS = '35'
               OPEN OUTPUT CB5-PLG-FILE
           END-IF.
           IF WS-PLG-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO OPEN CB5PLG, STATUS '
                   WS-PLG-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 1500-VALIDATE-TRANSACTION
               IF WS-TRAN-VALID
                   IF WS-TRAN-HELD
                       PERFORM 2600-HOLD-TRANSACTION
                   ELSE
                       PERFORM 2000-APPLY-TRANSACTION
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   IF WS-JOB-RC < 4

           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-PTX-FILE.
           CLOSE CB5-PPI-FILE.
           CLOSE CB5-PMS-FILE.
           CLOSE CB5-PRP-FILE.
           CLOSE CB5-PPO-FILE.
           CLOSE CB5-PLG-FILE.

           DISPLAY 'PROGCB5A - ' WS-TRAN-COUNT ' READ, '
               WS-APPLY-COUNT ' APPLIED, '
               WS-REJECT-COUNT ' REJECTED, '
               WS-HOLD-COUNT ' HELD, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-READ-TRANSACTION.
           IF NOT WS-PPI-EOF
               READ CB5-PPI-FILE INTO CB5-PTX-RECORD
                   AT END
                       SET WS-PPI-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-PPI-EOF
               MOVE 'T' TO WS-TRAN-SOURCE-SW
               READ CB5-PTX-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           ELSE
               MOVE 'P' TO WS-TRAN-SOURCE-SW
           END-IF.

       1500-VALIDATE-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
           MOVE 'N' TO WS-HELD-SW.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT PTX-ADD
           END-IF.

           IF WS-TRAN-VALID
               AND PTX-REQUESTER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REQUESTER ID IS MISSING' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND PTX-EFF-DATE NOT = SPACES
               AND PTX-EFF-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO
                   WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND NOT WS-TRAN-FROM-PENDING
               AND PTX-EFF-DATE NOT = SPACES
               AND PTX-EFF-DATE < WS-RUN-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EFFECTIVE DATE IS BEFORE THE RUN DATE' TO
                   WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND PTX-EFF-DATE NOT = SPACES
               AND PTX-EFF-DATE > WS-RUN-DATE
               SET WS-TRAN-HELD TO TRUE
           END-IF.

           IF WS-TRAN-VALID
               AND NOT WS-TRAN-HELD
               PERFORM 1700-FIND-PAIR
           END-IF.

           IF WS-TRAN-VALID
               AND NOT WS-TRAN-HELD
               AND PTX-ADD
               IF WS-PAIR-FOUND
                   MOVE 'N' TO WS-VALID-SW
           END-IF.

           IF WS-TRAN-VALID
               AND NOT WS-TRAN-HELD
               AND (PTX-CHANGE OR PTX-DEACTIVATE)
               AND NOT WS-PAIR-FOUND
               MOVE 'N' TO WS-VALID-SW
           END-IF.

           IF WS-TRAN-VALID
               AND NOT WS-TRAN-HELD
               AND PTX-DEACTIVATE
               AND PM-INACTIVE
               MOVE 'N' TO WS-VALID-SW
               DISPLAY 'PROGCB5A - UNABLE TO READ CB5PMS, STATUS '
                   WS-PMS-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-TRANSACTION.
           MOVE SPACES TO CB5-PLG-RECORD.
           IF NOT PTX-ADD
               MOVE PM-DESC TO PLG-BEF-DESC
               MOVE PM-DEPT TO PLG-BEF-DEPT
               MOVE PM-CURRENCY TO PLG-BEF-CURRENCY
               MOVE PM-STATUS TO PLG-BEF-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN PTX-ADD
                   PERFORM 2100-ADD-PAIR
               WHEN PTX-DEACTIVATE
                   PERFORM 2300-DEACTIVATE-PAIR
           END-EVALUATE.
           PERFORM 2450-WRITE-CHANGE-LOG.
           ADD 1 TO WS-APPLY-COUNT.
           PERFORM 2500-WRITE-REPORT-DETAIL.

               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PMS, STATUS '
                   WS-PMS-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY 'PROGCB5A - UNABLE TO REWRITE CB5PMS, '
                   'STATUS ' WS-PMS-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2450-WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PLG-TIMESTAMP.
           MOVE PTX-REQUESTER TO PLG-REQUESTER.
           MOVE PTX-ACTION TO PLG-ACTION.
           MOVE PTX-PAIR-ID TO PLG-PAIR-ID.
           IF PTX-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO PLG-EFF-DATE
           ELSE
               MOVE PTX-EFF-DATE TO PLG-EFF-DATE
           END-IF.
           MOVE PM-DESC TO PLG-AFT-DESC.
           MOVE PM-DEPT TO PLG-AFT-DEPT.
           MOVE PM-CURRENCY TO PLG-AFT-CURRENCY.
           MOVE PM-STATUS TO PLG-AFT-STATUS.
           WRITE CB5-PLG-RECORD.
           IF WS-PLG-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PLG, STATUS '
                   WS-PLG-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PTX-DEPT TO PRP-DEPT.
           MOVE PTX-CURRENCY TO PRP-CURRENCY.
           MOVE WS-DISPOSITION TO PRP-DISPOSITION.
           MOVE PTX-REQUESTER TO PRP-REQUESTER.
           MOVE PTX-EFF-DATE TO PRP-EFF-DATE.
           WRITE CB5-PRP-LINE FROM WS-PRP-DETAIL.
           IF WS-PRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PRP, STATUS '
                   WS-PRP-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2600-HOLD-TRANSACTION.
           WRITE CB5-PPO-RECORD FROM CB5-PTX-RECORD.
           IF WS-PPO-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PPO, STATUS '
                   WS-PPO-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE 'HELD UNTIL THE EFFECTIVE DATE' TO WS-DISPOSITION.
           PERFORM 2500-WRITE-REPORT-DETAIL.

       2800-WRITE-REPORT-HEADERS.
           WRITE CB5-PRP-LINE FROM WS-PRP-HDR1.
               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PRP, STATUS '
                   WS-PRP-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PRP, STATUS '
                   WS-PRP-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TRAN-COUNT TO PRP-TRAN-COUNT.
           MOVE WS-APPLY-COUNT TO PRP-APPLY-COUNT.
           MOVE WS-REJECT-COUNT TO PRP-REJECT-COUNT.
           MOVE WS-HOLD-COUNT TO PRP-HOLD-COUNT.
           WRITE CB5-PRP-LINE FROM WS-PRP-TOTAL.
           IF WS-PRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5A - UNABLE TO WRITE CB5PRP, STATUS '
                   WS-PRP-STATUS
               CLOSE CB5-PTX-FILE
               CLOSE CB5-PPI-FILE
               CLOSE CB5-PMS-FILE
               CLOSE CB5-PRP-FILE
               CLOSE CB5-PPO-FILE
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

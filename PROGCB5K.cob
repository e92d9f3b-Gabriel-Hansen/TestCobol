       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5K.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-KTX-FILE ASSIGN TO "CB5KTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTX-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-RATE-FILE ASSIGN TO "CB5RATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CB5-AUD-FILE ASSIGN TO "CB5AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CB5-HIST-FILE ASSIGN TO "CB5HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CB5-KRP-FILE ASSIGN TO "CB5KRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-KTX-FILE.
       01  CB5-KTX-RECORD.
           05 KTX-ACTION            PIC X(01).
              88 KTX-DELETE         VALUE 'D'.
              88 KTX-CORRECT        VALUE 'C'.
           05 FILLER                PIC X(01).
           05 KTX-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 KTX-RUN-DATE          PIC X(08).
           05 FILLER                PIC X(01).
           05 KTX-REQUESTER         PIC X(08).
           05 FILLER                PIC X(01).
           05 KTX-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 KTX-NUM1-X            PIC X(14).
           05 FILLER                PIC X(01).
           05 KTX-NUM2-X            PIC X(14).
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
       FD  CB5-RATE-FILE.
       01  CB5-RATE-RECORD.
           05 RT-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01).
           05 RT-EFF-DATE           PIC X(08).
           05 FILLER                PIC X(01).
           05 RT-RATE               PIC 9(3)V9(6).
       FD  CB5-AUD-FILE.
       01  CB5-AUD-RECORD.
           05 AUD-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(01).
           05 AUD-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(01).
           05 AUD-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 AUD-ORIG-NUM1         PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-ORIG-NUM2         PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-NUM1              PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-NUM2              PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-SOMA              PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-SUBTRACAO         PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-DIVISAO           PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-RESTO             PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-MULTIPLICACAO     PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-MEDIA             PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-PCT-CHANGE        PIC -ZZZZ9.99.
           05 FILLER                PIC X(01).
           05 AUD-SOURCE            PIC X(08).
           05 FILLER                PIC X(01).
           05 AUD-MODE              PIC X(01).
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
       FD  CB5-KRP-FILE.
       01  CB5-KRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-NUM1 PIC S9(7)V99 VALUE ZEROS.
       77 WRK-NUM2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-KTX-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-RATE-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(02) VALUE SPACES.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-KRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-VALID-SW PIC X(01) VALUE 'Y'.
           88 WS-TRAN-VALID VALUE 'Y'.
       77 WS-RES-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-RES-FOUND VALUE 'Y'.
       77 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       77 WS-DISPOSITION PIC X(52) VALUE SPACES.
       77 WS-TRAN-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-DELETE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-CORRECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-START-TS PIC X(14) VALUE SPACES.
       77 WS-END-TS PIC X(14) VALUE SPACES.
       77 WS-NET-SOMA PIC S9(09)V99 VALUE ZEROS.
       77 WS-CORR-MIN PIC S9(7)V99 VALUE ZEROS.
       77 WS-CORR-MAX PIC S9(7)V99 VALUE ZEROS.
       77 WS-FIRST-CORR-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CORRECTION VALUE 'Y'.
       77 WS-WORST-CALC-RC PIC 9(02) VALUE ZEROS.
       77 WS-RATE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       77 WS-RATE-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-RATE-IX PIC 9(02) VALUE ZEROS.
       77 WS-RATE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND VALUE 'Y'.
       77 WS-LOOKUP-CURR PIC X(03) VALUE SPACES.
       77 WS-FOUND-RATE PIC 9(3)V9(6) VALUE ZEROS.
       77 WS-FOUND-DATE PIC X(08) VALUE SPACES.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-CURR       PIC X(03).
              10 WS-RATE-DATE       PIC X(08).
              10 WS-RATE-VALUE      PIC 9(3)V9(6).
       77 WS-PAIR-CURR PIC X(03) VALUE SPACES.
       77 WS-ORIG-NUM1 PIC S9(7)V99 VALUE ZEROS.
       77 WS-ORIG-NUM2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-NEW-NUM1 PIC S9(7)V99 VALUE ZEROS.
       77 WS-NEW-NUM2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-NEW-ORIG1 PIC S9(7)V99 VALUE ZEROS.
       77 WS-NEW-ORIG2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-SOMA PIC S9(7)V99 VALUE ZEROS.
       77 WS-SUBTRACAO PIC S9(7)V99 VALUE ZEROS.
       77 WS-DIVISAO PIC S9(7)V99 VALUE ZEROS.
       77 WS-RESTO PIC S9(7)V99 VALUE ZEROS.
       77 WS-MULTIPLICACAO PIC S9(7)V99 VALUE ZEROS.
       77 WS-MEDIA PIC S9(7)V99 VALUE ZEROS.
       77 WS-PCT-CHANGE PIC S9(5)V99 VALUE ZEROS.
       77 WS-CALC-RC PIC 9(02) VALUE ZEROS.
       01  WS-RES-BEFORE.
           05 WS-BEF-NUM1           PIC S9(7)V99.
           05 WS-BEF-NUM2           PIC S9(7)V99.
           05 WS-BEF-SOMA           PIC S9(7)V99.
           05 WS-BEF-SUBTRACAO      PIC S9(7)V99.
           05 WS-BEF-DIVISAO        PIC S9(7)V99.
           05 WS-BEF-RESTO          PIC S9(7)V99.
           05 WS-BEF-MULTIPLICACAO  PIC S9(7)V99.
           05 WS-BEF-MEDIA          PIC S9(7)V99.
           05 WS-BEF-PCT-CHANGE     PIC S9(5)V99.
           05 WS-BEF-CALC-RC        PIC 9(02).
       01  WS-PIN-FIELD             PIC X(14).
       77 WS-PIN-VALUE PIC S9(7)V99 VALUE ZEROS.
       77 WS-PIN-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-PIN-OK VALUE 'Y'.
       77 WS-PIN-SIGN PIC X(01) VALUE '+'.
       77 WS-PIN-CHAR PIC X(01) VALUE SPACE.
       77 WS-PIN-IX PIC 9(02) VALUE ZEROS.
       77 WS-PIN-INT PIC 9(07) VALUE ZEROS.
       77 WS-PIN-DEC-CNT PIC 9(02) VALUE ZEROS.
       77 WS-PIN-DEC PIC 9(02) VALUE ZEROS.
       01  WS-PIN-DIGIT-X           PIC X(01).
       01  WS-PIN-DIGIT REDEFINES WS-PIN-DIGIT-X
                                    PIC 9(01).
       77 WS-PIN-STARTED-SW PIC X(01) VALUE 'N'.
           88 WS-PIN-STARTED VALUE 'Y'.
       77 WS-PIN-ENDED-SW PIC X(01) VALUE 'N'.
           88 WS-PIN-ENDED VALUE 'Y'.
       77 WS-PIN-DOT-SW PIC X(01) VALUE 'N'.
           88 WS-PIN-DOT-SEEN VALUE 'Y'.
       77 WS-PIN-DIGITS-SW PIC X(01) VALUE 'N'.
           88 WS-PIN-HAS-DIGITS VALUE 'Y'.
       01  WS-KRP-HDR1.
           05 FILLER PIC X(44) VALUE
               'PROGCB5K - RESULTS REVERSAL AND CORRECTION E'.
           05 FILLER PIC X(10) VALUE 'DIT REPORT'.
           05 FILLER PIC X(78) VALUE SPACES.
       01  WS-KRP-HDR2.
           05 FILLER PIC X(07) VALUE 'ACTION '.
           05 FILLER PIC X(10) VALUE 'PAIR ID'.
           05 FILLER PIC X(10) VALUE 'RUN DATE'.
           05 FILLER PIC X(10) VALUE 'REQUESTR'.
           05 FILLER PIC X(05) VALUE 'CURR'.
           05 FILLER PIC X(11) VALUE 'DISPOSITION'.
           05 FILLER PIC X(79) VALUE SPACES.
       01  WS-KRP-HDR3.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'NUM1'.
           05 FILLER PIC X(13) VALUE 'NUM2'.
           05 FILLER PIC X(13) VALUE 'SOMA'.
           05 FILLER PIC X(13) VALUE 'SUBTRACAO'.
           05 FILLER PIC X(13) VALUE 'DIVISAO'.
           05 FILLER PIC X(13) VALUE 'RESTO'.
           05 FILLER PIC X(13) VALUE 'MULTIPLICAC.'.
           05 FILLER PIC X(13) VALUE 'MEDIA'.
           05 FILLER PIC X(10) VALUE 'PCT CHANGE'.
           05 FILLER PIC X(08) VALUE SPACES.
       01  WS-KRP-TRAN.
           05 KRP-ACTION            PIC X(01).
           05 FILLER                PIC X(06).
           05 KRP-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(02).
           05 KRP-RUN-DATE          PIC X(08).
           05 FILLER                PIC X(02).
           05 KRP-REQUESTER         PIC X(08).
           05 FILLER                PIC X(02).
           05 KRP-CURRENCY          PIC X(03).
           05 FILLER                PIC X(02).
           05 KRP-DISPOSITION       PIC X(52).
           05 FILLER                PIC X(38).
       01  WS-KRP-IMAGE.
           05 FILLER                PIC X(02).
           05 KRP-IMAGE             PIC X(06).
           05 FILLER                PIC X(02).
           05 KRP-NUM1              PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-NUM2              PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-SOMA              PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-SUBTRACAO         PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-DIVISAO           PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-RESTO             PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-MULTIPLICACAO     PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-MEDIA             PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 KRP-PCT-CHANGE        PIC -ZZZZ9.99.
           05 FILLER                PIC X(09).
       01  WS-KRP-DELETED.
           05 FILLER PIC X(10) VALUE '  AFTER'.
           05 FILLER PIC X(40) VALUE
               '*** POSTING DELETED FROM RESULTS ***'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  WS-KRP-TOTAL.
           05 FILLER PIC X(21) VALUE 'TRANSACTIONS READ = '.
           05 KRP-TRAN-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  DELETED = '.
           05 KRP-DELETE-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  CORRECTED = '.
           05 KRP-CORRECT-COUNT     PIC ZZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  REJECTED = '.
           05 KRP-REJECT-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(20) VALUE '  NET SOMA CHANGE = '.
           05 KRP-NET-SOMA          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(05) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-RUN-CORRECTIONS.
           STOP RUN.

       0300-RUN-CORRECTIONS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS.
           OPEN INPUT CB5-KTX-FILE.
           IF WS-KTX-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO OPEN CB5KTX, STATUS '
                   WS-KTX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-LOAD-RATE-TABLE.

           OPEN I-O CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-KTX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND CB5-AUD-FILE.
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT CB5-AUD-FILE
           END-IF.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO OPEN CB5AUD, STATUS '
                   WS-AUD-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CB5-KRP-FILE.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO OPEN CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.

           PERFORM 1000-READ-TRANSACTION.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 1500-VALIDATE-TRANSACTION
               IF WS-TRAN-VALID
                   PERFORM 2000-APPLY-TRANSACTION
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
                   MOVE SPACES TO WS-DISPOSITION
                   STRING '*** REJECTED - ' WS-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   PERFORM 2500-WRITE-REPORT-TRAN
               END-IF
               PERFORM 1000-READ-TRANSACTION
           END-PERFORM.

           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-KTX-FILE.
           CLOSE CB5-RES-FILE.
           CLOSE CB5-AUD-FILE.
           CLOSE CB5-KRP-FILE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS.
           PERFORM 2990-WRITE-RUN-HISTORY.

           DISPLAY 'PROGCB5K - ' WS-TRAN-COUNT ' READ, '
               WS-DELETE-COUNT ' DELETED, '
               WS-CORRECT-COUNT ' CORRECTED, '
               WS-REJECT-COUNT ' REJECTED, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-READ-TRANSACTION.
           READ CB5-KTX-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1300-LOAD-RATE-TABLE.
           MOVE ZEROS TO WS-RATE-COUNT.
           MOVE 'N' TO WS-RATE-EOF-SW.
           OPEN INPUT CB5-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO OPEN CB5RATE, STATUS '
                   WS-RATE-STATUS
               CLOSE CB5-KTX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1350-READ-RATE-RECORD.
           PERFORM UNTIL WS-RATE-EOF
               IF RT-CURRENCY = SPACES
                   OR RT-EFF-DATE IS NOT NUMERIC
                   OR RT-RATE IS NOT NUMERIC
                   OR RT-RATE = ZEROS
                   DISPLAY 'PROGCB5K - INVALID CB5RATE RECORD: '
                       CB5-RATE-RECORD
                   CLOSE CB5-RATE-FILE
                   CLOSE CB5-KTX-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RATE-COUNT = 50
                   DISPLAY 'PROGCB5K - CB5RATE HAS MORE THAN 50 '
                       'ENTRIES - ENLARGE WS-RATE-TABLE'
                   CLOSE CB5-RATE-FILE
                   CLOSE CB5-KTX-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-CURRENCY TO WS-RATE-CURR (WS-RATE-COUNT)
               MOVE RT-EFF-DATE TO WS-RATE-DATE (WS-RATE-COUNT)
               MOVE RT-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
               PERFORM 1350-READ-RATE-RECORD
           END-PERFORM.
           CLOSE CB5-RATE-FILE.

       1350-READ-RATE-RECORD.
           READ CB5-RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       1500-VALIDATE-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT KTX-DELETE
               AND NOT KTX-CORRECT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ACTION MUST BE D OR C' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND KTX-PAIR-ID = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'PAIR ID IS MISSING' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND KTX-RUN-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'RUN DATE MUST BE YYYYMMDD' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND KTX-REQUESTER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'REQUESTER ID IS MISSING' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               PERFORM 1800-FIND-RESULT
               IF NOT WS-RES-FOUND
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO RESULTS POSTING FOR PAIR ID/RUN DATE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-VALID
               AND KTX-CORRECT
               PERFORM 1600-VALIDATE-AMOUNTS
           END-IF.

       1600-VALIDATE-AMOUNTS.
           MOVE KTX-CURRENCY TO WS-LOOKUP-CURR.
           PERFORM 1700-FIND-RATE.
           IF NOT WS-RATE-FOUND
               MOVE 'N' TO WS-VALID-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'NO RATE FOR CURRENCY ' KTX-CURRENCY
                   ' ON ' KTX-RUN-DATE
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               MOVE KTX-NUM1-X TO WS-PIN-FIELD
               PERFORM 3100-PARSE-INPUT-AMOUNT
               IF WS-PIN-OK
                   MOVE WS-PIN-VALUE TO WS-NEW-ORIG1
               ELSE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NUMERO1 IS NOT A VALID SIGNED AMOUNT' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-VALID
               MOVE KTX-NUM2-X TO WS-PIN-FIELD
               PERFORM 3100-PARSE-INPUT-AMOUNT
               IF WS-PIN-OK
                   MOVE WS-PIN-VALUE TO WS-NEW-ORIG2
               ELSE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NUMERO2 IS NOT A VALID SIGNED AMOUNT' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-VALID
               COMPUTE WS-NEW-NUM1 ROUNDED =
                   WS-NEW-ORIG1 * WS-FOUND-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'NUMERO1 OVERFLOWS AFTER CONVERSION' TO
                           WS-REJECT-REASON
               END-COMPUTE
           END-IF.

           IF WS-TRAN-VALID
               COMPUTE WS-NEW-NUM2 ROUNDED =
                   WS-NEW-ORIG2 * WS-FOUND-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'NUMERO2 OVERFLOWS AFTER CONVERSION' TO
                           WS-REJECT-REASON
               END-COMPUTE
           END-IF.

           IF WS-TRAN-VALID
               AND WS-NEW-NUM2 = 0
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NUMERO2 IS ZERO - CANNOT DIVIDE' TO
                   WS-REJECT-REASON
           END-IF.

       1700-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZEROS TO WS-FOUND-RATE.
           MOVE SPACES TO WS-FOUND-DATE.
           IF WS-LOOKUP-CURR = SPACES
               MOVE 1 TO WS-FOUND-RATE
               SET WS-RATE-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                   IF WS-RATE-CURR (WS-RATE-IX) = WS-LOOKUP-CURR
                       AND WS-RATE-DATE (WS-RATE-IX)
                           NOT > KTX-RUN-DATE
                       AND WS-RATE-DATE (WS-RATE-IX)
                           NOT < WS-FOUND-DATE
                       MOVE WS-RATE-DATE (WS-RATE-IX)
                           TO WS-FOUND-DATE
                       MOVE WS-RATE-VALUE (WS-RATE-IX)
                           TO WS-FOUND-RATE
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       1800-FIND-RESULT.
           MOVE 'N' TO WS-RES-FOUND-SW.
           MOVE KTX-PAIR-ID TO RES-PAIR-ID.
           MOVE KTX-RUN-DATE TO RES-RUN-DATE.
           READ CB5-RES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RES-FOUND TO TRUE
           END-READ.
           IF WS-RES-STATUS NOT = '00'
               AND WS-RES-STATUS NOT = '23'
               DISPLAY 'PROGCB5K - UNABLE TO READ CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RES-FOUND
               MOVE RES-NUM1 TO WS-BEF-NUM1
               MOVE RES-NUM2 TO WS-BEF-NUM2
               MOVE RES-SOMA TO WS-BEF-SOMA
               MOVE RES-SUBTRACAO TO WS-BEF-SUBTRACAO
               MOVE RES-DIVISAO TO WS-BEF-DIVISAO
               MOVE RES-RESTO TO WS-BEF-RESTO
               MOVE RES-MULTIPLICACAO TO WS-BEF-MULTIPLICACAO
               MOVE RES-MEDIA TO WS-BEF-MEDIA
               MOVE RES-PCT-CHANGE TO WS-BEF-PCT-CHANGE
               MOVE RES-CALC-RC TO WS-BEF-CALC-RC
           END-IF.

       2000-APPLY-TRANSACTION.
           PERFORM 2100-REVERSE-POSTING.
           IF KTX-DELETE
               PERFORM 2200-DELETE-POSTING
           ELSE
               PERFORM 2300-CORRECT-POSTING
           END-IF.
           PERFORM 2500-WRITE-REPORT-TRAN.
           PERFORM 2550-WRITE-BEFORE-IMAGE.
           IF KTX-DELETE
               PERFORM 2570-WRITE-DELETED-LINE
           ELSE
               PERFORM 2560-WRITE-AFTER-IMAGE
           END-IF.

       2100-REVERSE-POSTING.
           MOVE SPACES TO WS-PAIR-CURR.
           COMPUTE WS-ORIG-NUM1 = 0 - WS-BEF-NUM1.
           COMPUTE WS-ORIG-NUM2 = 0 - WS-BEF-NUM2.
           MOVE WS-ORIG-NUM1 TO WRK-NUM1.
           MOVE WS-ORIG-NUM2 TO WRK-NUM2.
           COMPUTE WS-SOMA = 0 - WS-BEF-SOMA.
           COMPUTE WS-SUBTRACAO = 0 - WS-BEF-SUBTRACAO.
           COMPUTE WS-DIVISAO = 0 - WS-BEF-DIVISAO.
           COMPUTE WS-RESTO = 0 - WS-BEF-RESTO.
           COMPUTE WS-MULTIPLICACAO = 0 - WS-BEF-MULTIPLICACAO.
           COMPUTE WS-MEDIA = 0 - WS-BEF-MEDIA.
           COMPUTE WS-PCT-CHANGE = 0 - WS-BEF-PCT-CHANGE.
           PERFORM 2900-WRITE-AUDIT.
           ADD WS-SOMA TO WS-NET-SOMA
               ON SIZE ERROR
                   DISPLAY 'PROGCB5K - WARNING, NET SOMA CHANGE '
                       'OVERFLOWED PIC S9(09)V99 - TOTAL IS UNRELIABLE'
           END-ADD.

       2200-DELETE-POSTING.
           MOVE KTX-PAIR-ID TO RES-PAIR-ID.
           MOVE KTX-RUN-DATE TO RES-RUN-DATE.
           DELETE CB5-RES-FILE RECORD.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO DELETE CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE 'POSTING REVERSED AND DELETED' TO WS-DISPOSITION.

       2300-CORRECT-POSTING.
           MOVE KTX-CURRENCY TO WS-PAIR-CURR.
           MOVE WS-NEW-ORIG1 TO WS-ORIG-NUM1.
           MOVE WS-NEW-ORIG2 TO WS-ORIG-NUM2.
           MOVE WS-NEW-NUM1 TO WRK-NUM1.
           MOVE WS-NEW-NUM2 TO WRK-NUM2.
           CALL 'PROGCOB5' USING WRK-NUM1 WRK-NUM2 WS-SOMA
               WS-SUBTRACAO WS-DIVISAO WS-RESTO WS-MULTIPLICACAO
               WS-MEDIA WS-PCT-CHANGE WS-CALC-RC
           END-CALL.
           IF WS-CALC-RC NOT = ZEROS
               DISPLAY 'PROGCB5K - WARNING, PROGCOB5 RETURN CODE '
                   WS-CALC-RC ' FOR PAIR ' KTX-PAIR-ID
                   ' RUN DATE ' KTX-RUN-DATE
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
               IF WS-CALC-RC > WS-WORST-CALC-RC
                   MOVE WS-CALC-RC TO WS-WORST-CALC-RC
               END-IF
           END-IF.

           MOVE SPACES TO CB5-RES-RECORD.
           MOVE KTX-PAIR-ID TO RES-PAIR-ID.
           MOVE KTX-RUN-DATE TO RES-RUN-DATE.
           MOVE WRK-NUM1 TO RES-NUM1.
           MOVE WRK-NUM2 TO RES-NUM2.
           MOVE WS-SOMA TO RES-SOMA.
           MOVE WS-SUBTRACAO TO RES-SUBTRACAO.
           MOVE WS-DIVISAO TO RES-DIVISAO.
           MOVE WS-RESTO TO RES-RESTO.
           MOVE WS-MULTIPLICACAO TO RES-MULTIPLICACAO.
           MOVE WS-MEDIA TO RES-MEDIA.
           MOVE WS-PCT-CHANGE TO RES-PCT-CHANGE.
           MOVE WS-CALC-RC TO RES-CALC-RC.
           REWRITE CB5-RES-RECORD.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO REWRITE CB5RES, '
                   'STATUS ' WS-RES-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2900-WRITE-AUDIT.
           ADD WS-SOMA TO WS-NET-SOMA
               ON SIZE ERROR
                   DISPLAY 'PROGCB5K - WARNING, NET SOMA CHANGE '
                       'OVERFLOWED PIC S9(09)V99 - TOTAL IS UNRELIABLE'
           END-ADD.
           IF WS-FIRST-CORRECTION
               MOVE WS-SOMA TO WS-CORR-MIN
               MOVE WS-SOMA TO WS-CORR-MAX
               MOVE 'N' TO WS-FIRST-CORR-SW
           ELSE
               IF WS-SOMA < WS-CORR-MIN
                   MOVE WS-SOMA TO WS-CORR-MIN
               END-IF
               IF WS-SOMA > WS-CORR-MAX
                   MOVE WS-SOMA TO WS-CORR-MAX
               END-IF
           END-IF.
           ADD 1 TO WS-CORRECT-COUNT.
           MOVE 'POSTING REVERSED AND REPLACED' TO WS-DISPOSITION.

       2500-WRITE-REPORT-TRAN.
           MOVE SPACES TO WS-KRP-TRAN.
           MOVE KTX-ACTION TO KRP-ACTION.
           MOVE KTX-PAIR-ID TO KRP-PAIR-ID.
           MOVE KTX-RUN-DATE TO KRP-RUN-DATE.
           MOVE KTX-REQUESTER TO KRP-REQUESTER.
           MOVE KTX-CURRENCY TO KRP-CURRENCY.
           MOVE WS-DISPOSITION TO KRP-DISPOSITION.
           WRITE CB5-KRP-LINE FROM WS-KRP-TRAN.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2550-WRITE-BEFORE-IMAGE.
           MOVE SPACES TO WS-KRP-IMAGE.
           MOVE 'BEFORE' TO KRP-IMAGE.
           MOVE WS-BEF-NUM1 TO KRP-NUM1.
           MOVE WS-BEF-NUM2 TO KRP-NUM2.
           MOVE WS-BEF-SOMA TO KRP-SOMA.
           MOVE WS-BEF-SUBTRACAO TO KRP-SUBTRACAO.
           MOVE WS-BEF-DIVISAO TO KRP-DIVISAO.
           MOVE WS-BEF-RESTO TO KRP-RESTO.
           MOVE WS-BEF-MULTIPLICACAO TO KRP-MULTIPLICACAO.
           MOVE WS-BEF-MEDIA TO KRP-MEDIA.
           MOVE WS-BEF-PCT-CHANGE TO KRP-PCT-CHANGE.
           PERFORM 2580-PUT-IMAGE-LINE.

       2560-WRITE-AFTER-IMAGE.
           MOVE SPACES TO WS-KRP-IMAGE.
           MOVE 'AFTER' TO KRP-IMAGE.
           MOVE WRK-NUM1 TO KRP-NUM1.
           MOVE WRK-NUM2 TO KRP-NUM2.
           MOVE WS-SOMA TO KRP-SOMA.
           MOVE WS-SUBTRACAO TO KRP-SUBTRACAO.
           MOVE WS-DIVISAO TO KRP-DIVISAO.
           MOVE WS-RESTO TO KRP-RESTO.
           MOVE WS-MULTIPLICACAO TO KRP-MULTIPLICACAO.
           MOVE WS-MEDIA TO KRP-MEDIA.
           MOVE WS-PCT-CHANGE TO KRP-PCT-CHANGE.
           PERFORM 2580-PUT-IMAGE-LINE.

       2570-WRITE-DELETED-LINE.
           WRITE CB5-KRP-LINE FROM WS-KRP-DELETED.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2580-PUT-IMAGE-LINE.
           WRITE CB5-KRP-LINE FROM WS-KRP-IMAGE.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-WRITE-REPORT-HEADERS.
           WRITE CB5-KRP-LINE FROM WS-KRP-HDR1.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CB5-KRP-LINE FROM WS-KRP-HDR2.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CB5-KRP-LINE FROM WS-KRP-HDR3.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-TRAN-COUNT TO KRP-TRAN-COUNT.
           MOVE WS-DELETE-COUNT TO KRP-DELETE-COUNT.
           MOVE WS-CORRECT-COUNT TO KRP-CORRECT-COUNT.
           MOVE WS-REJECT-COUNT TO KRP-REJECT-COUNT.
           MOVE WS-NET-SOMA TO KRP-NET-SOMA.
           WRITE CB5-KRP-LINE FROM WS-KRP-TOTAL.
           IF WS-KRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5KRP, STATUS '
                   WS-KRP-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-WRITE-AUDIT.
           MOVE SPACES TO CB5-AUD-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE KTX-PAIR-ID TO AUD-PAIR-ID.
           MOVE WS-PAIR-CURR TO AUD-CURRENCY.
           MOVE WS-ORIG-NUM1 TO AUD-ORIG-NUM1.
           MOVE WS-ORIG-NUM2 TO AUD-ORIG-NUM2.
           MOVE WRK-NUM1 TO AUD-NUM1.
           MOVE WRK-NUM2 TO AUD-NUM2.
           MOVE WS-SOMA TO AUD-SOMA.
           MOVE WS-SUBTRACAO TO AUD-SUBTRACAO.
           MOVE WS-DIVISAO TO AUD-DIVISAO.
           MOVE WS-RESTO TO AUD-RESTO.
           MOVE WS-MULTIPLICACAO TO AUD-MULTIPLICACAO.
           MOVE WS-MEDIA TO AUD-MEDIA.
           MOVE WS-PCT-CHANGE TO AUD-PCT-CHANGE.
           MOVE KTX-REQUESTER TO AUD-SOURCE.
           MOVE 'R' TO AUD-MODE.
           WRITE CB5-AUD-RECORD.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5AUD, STATUS '
                   WS-AUD-STATUS
               CLOSE CB5-KTX-FILE
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-KRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2990-WRITE-RUN-HISTORY.
           OPEN EXTEND CB5-HIST-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT CB5-HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CB5-HIST-RECORD.
           MOVE WS-START-TS(1:8) TO HIST-PROC-DATE.
           MOVE WS-START-TS TO HIST-START-TS.
           MOVE WS-END-TS TO HIST-END-TS.
           MOVE WS-TRAN-COUNT TO HIST-READ-COUNT.
           MOVE WS-CORRECT-COUNT TO HIST-CALC-COUNT.
           MOVE WS-REJECT-COUNT TO HIST-REJECT-COUNT.
           MOVE WS-NET-SOMA TO HIST-CONTROL-TOTAL.
           MOVE WS-CORR-MIN TO HIST-MIN.
           MOVE WS-CORR-MAX TO HIST-MAX.
           MOVE WS-WORST-CALC-RC TO HIST-WORST-RC.
           MOVE 'PROGCB5K' TO HIST-PROGRAM.
           WRITE CB5-HIST-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5K - UNABLE TO WRITE CB5HIST, STATUS '
                   WS-HIST-STATUS
               CLOSE CB5-HIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CB5-HIST-FILE.

       3100-PARSE-INPUT-AMOUNT.
           SET WS-PIN-OK TO TRUE.
           MOVE '+' TO WS-PIN-SIGN.
           MOVE 'N' TO WS-PIN-STARTED-SW.
           MOVE 'N' TO WS-PIN-ENDED-SW.
           MOVE 'N' TO WS-PIN-DOT-SW.
           MOVE 'N' TO WS-PIN-DIGITS-SW.
           MOVE ZEROS TO WS-PIN-INT.
           MOVE ZEROS TO WS-PIN-DEC.
           MOVE ZEROS TO WS-PIN-DEC-CNT.
           MOVE ZEROS TO WS-PIN-VALUE.

           PERFORM VARYING WS-PIN-IX FROM 1 BY 1
               UNTIL WS-PIN-IX > 14 OR NOT WS-PIN-OK
               MOVE WS-PIN-FIELD(WS-PIN-IX:1) TO WS-PIN-CHAR
               PERFORM 3150-PARSE-ONE-CHAR
           END-PERFORM.

           IF WS-PIN-OK
               AND NOT WS-PIN-HAS-DIGITS
               MOVE 'N' TO WS-PIN-OK-SW
           END-IF.

           IF WS-PIN-OK
               IF WS-PIN-DEC-CNT = 1
                   COMPUTE WS-PIN-DEC = WS-PIN-DEC * 10
               END-IF
               COMPUTE WS-PIN-VALUE =
                   WS-PIN-INT + (WS-PIN-DEC / 100)
               IF WS-PIN-SIGN = '-'
                   COMPUTE WS-PIN-VALUE = 0 - WS-PIN-VALUE
               END-IF
           END-IF.

       3150-PARSE-ONE-CHAR.
           EVALUATE TRUE
               WHEN WS-PIN-CHAR = SPACE
                   IF WS-PIN-STARTED
                       SET WS-PIN-ENDED TO TRUE
                   END-IF
               WHEN WS-PIN-ENDED
                   MOVE 'N' TO WS-PIN-OK-SW
               WHEN WS-PIN-CHAR = '+' OR WS-PIN-CHAR = '-'
                   IF WS-PIN-STARTED
                       MOVE 'N' TO WS-PIN-OK-SW
                   ELSE
                       MOVE WS-PIN-CHAR TO WS-PIN-SIGN
                       SET WS-PIN-STARTED TO TRUE
                   END-IF
               WHEN WS-PIN-CHAR = ','
                   IF NOT WS-PIN-STARTED OR WS-PIN-DOT-SEEN
                       MOVE 'N' TO WS-PIN-OK-SW
                   END-IF
               WHEN WS-PIN-CHAR = '.'
                   IF WS-PIN-DOT-SEEN
                       MOVE 'N' TO WS-PIN-OK-SW
                   ELSE
                       SET WS-PIN-DOT-SEEN TO TRUE
                       SET WS-PIN-STARTED TO TRUE
                   END-IF
               WHEN WS-PIN-CHAR IS NUMERIC
                   SET WS-PIN-STARTED TO TRUE
                   SET WS-PIN-HAS-DIGITS TO TRUE
                   MOVE WS-PIN-CHAR TO WS-PIN-DIGIT-X
                   IF WS-PIN-DOT-SEEN
                       IF WS-PIN-DEC-CNT < 2
                           COMPUTE WS-PIN-DEC =
                               (WS-PIN-DEC * 10) + WS-PIN-DIGIT
                           ADD 1 TO WS-PIN-DEC-CNT
                       ELSE
                           MOVE 'N' TO WS-PIN-OK-SW
                       END-IF
                   ELSE
                       COMPUTE WS-PIN-INT =
                           (WS-PIN-INT * 10) + WS-PIN-DIGIT
                           ON SIZE ERROR
                               MOVE 'N' TO WS-PIN-OK-SW
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PIN-OK-SW
           END-EVALUATE.

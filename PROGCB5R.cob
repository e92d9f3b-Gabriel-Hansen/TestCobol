           SELECT CB5-RRP-FILE ASSIGN TO "CB5RRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRP-STATUS.
           SELECT CB5-RVO-FILE ASSIGN TO "CB5RVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-RTX-FILE.
           05 FILLER                PIC X(01).
           05 RTX-OVR-FLAG          PIC X(03).
              88 RTX-OVERRIDE       VALUE 'OVR'.
           05 FILLER                PIC X(01).
           05 RTX-COR-FLAG          PIC X(03).
              88 RTX-CORRECTION     VALUE 'COR'.
       FD  CB5-RATE-FILE.
       01  CB5-RATE-RECORD.
           05 RT-CURRENCY           PIC X(03).
           05 RTO-RATE              PIC 9(3)V9(6).
       FD  CB5-RRP-FILE.
       01  CB5-RRP-LINE             PIC X(132).
       FD  CB5-RVO-FILE.
       01  CB5-RVO-RECORD.
           05 RVO-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 RVO-FROM-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 RVO-THRU-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 RVO-OLD-RATE          PIC 9(3)V9(6).
           05 FILLER                PIC X(01).
           05 RVO-NEW-RATE          PIC 9(3)V9(6).
       WORKING-STORAGE SECTION.
       77 WS-RTX-STATUS PIC X(02) VALUE SPACES.
       77 WS-RATE-STATUS PIC X(02) VALUE SPACES.
       77 WS-RTO-STATUS PIC X(02) VALUE SPACES.
       77 WS-RRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-RVO-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-RATE-EOF-SW PIC X(01) VALUE 'N'.
       77 WS-APPLY-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-EFF-DATE PIC X(08) VALUE SPACES.
       77 WS-EFF-IX PIC 9(02) VALUE ZEROS.
       01  WS-NEXT-DATE             PIC X(08) VALUE SPACES.
       01  WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE
                                    PIC 9(08).
       77 WS-THRU-DAYS PIC 9(07) VALUE ZEROS.
       77 WS-COR-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-COR-IX PIC 9(02) VALUE ZEROS.
       01  WS-COR-TABLE.
           05 WS-COR-ENTRY OCCURS 50 TIMES.
              10 WS-COR-CURR        PIC X(03).
              10 WS-COR-DATE        PIC X(08).
              10 WS-COR-OLD-RATE    PIC 9(3)V9(6).
              10 WS-COR-NEW-RATE    PIC 9(3)V9(6).
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-CURR       PIC X(03).
           END-PERFORM.

           PERFORM 2600-WRITE-RATES-OUT.
           PERFORM 2650-WRITE-REVALUATIONS.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-RTX-FILE.
           CLOSE CB5-RRP-FILE.

           DISPLAY 'PROGCB5R - ' WS-TRAN-COUNT ' READ, '
               WS-APPLY-COUNT ' APPLIED, '
               WS-REJECT-COUNT ' REJECTED, '
               WS-COR-COUNT ' BACK-DATED, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

                   WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND RTX-COR-FLAG NOT = SPACES
               AND NOT RTX-CORRECTION
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CORRECTION FLAG MUST BE COR OR BLANK' TO
                   WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND RTX-CORRECTION
               AND RTX-NEW
               MOVE 'N' TO WS-VALID-SW
               MOVE 'COR CANNOT BE USED WITH NEW' TO
                   WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               PERFORM 1700-FIND-LATEST-RATE
           END-IF.

           IF WS-TRAN-VALID
               AND WS-CURR-FOUND
               AND NOT RTX-CORRECTION
               AND RTX-EFF-DATE NOT > WS-LATEST-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'EFFECTIVE DATE NOT AFTER LATEST ON CB5RATE'
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND RTX-CORRECTION
               AND RTX-EFF-DATE > WS-LATEST-DATE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'COR DATE IS AFTER LATEST - NOT BACK-DATED'
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID
               AND RTX-CORRECTION
               PERFORM 1750-FIND-EFFECTIVE-RATE
               IF WS-EFF-IX = ZEROS
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO RATE IN EFFECT ON THE COR DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-VALID
               AND WS-CURR-FOUND
               COMPUTE WS-RATE-DIFF = RTX-RATE - WS-LATEST-RATE
               END-IF
           END-PERFORM.

       1750-FIND-EFFECTIVE-RATE.
           MOVE ZEROS TO WS-EFF-IX.
           MOVE SPACES TO WS-EFF-DATE.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
               IF WS-RATE-CURR (WS-RATE-IX) = RTX-CURRENCY
                   AND WS-RATE-DATE (WS-RATE-IX)
                       NOT > RTX-EFF-DATE
                   AND WS-RATE-DATE (WS-RATE-IX)
                       NOT < WS-EFF-DATE
                   MOVE WS-RATE-DATE (WS-RATE-IX) TO WS-EFF-DATE
                   MOVE WS-RATE-IX TO WS-EFF-IX
               END-IF
           END-PERFORM.
           IF WS-EFF-IX NOT = ZEROS
               MOVE WS-EFF-DATE TO WS-LATEST-DATE
               MOVE WS-RATE-VALUE (WS-EFF-IX) TO WS-LATEST-RATE
           END-IF.

       1780-FIND-NEXT-DATE.
           MOVE '99999999' TO WS-NEXT-DATE.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
               IF WS-RATE-CURR (WS-RATE-IX) = WS-COR-CURR (WS-COR-IX)
                   AND WS-RATE-DATE (WS-RATE-IX)
                       > WS-COR-DATE (WS-COR-IX)
                   AND WS-RATE-DATE (WS-RATE-IX) < WS-NEXT-DATE
                   MOVE WS-RATE-DATE (WS-RATE-IX) TO WS-NEXT-DATE
               END-IF
           END-PERFORM.

       2000-APPLY-TRANSACTION.
           IF RTX-CORRECTION
               PERFORM 2100-APPLY-CORRECTION
           ELSE
               PERFORM 2050-APPLY-NEW-ENTRY
           END-IF.

       2050-APPLY-NEW-ENTRY.
           IF WS-RATE-COUNT = 50
               DISPLAY 'PROGCB5R - RATE TABLE FULL AT 50 ENTRIES '
                   '- ENLARGE WS-RATE-TABLE'
           END-IF.
           PERFORM 2500-WRITE-REPORT-DETAIL.

       2100-APPLY-CORRECTION.
           IF WS-COR-COUNT = 50
               DISPLAY 'PROGCB5R - MORE THAN 50 COR TRANSACTIONS '
                   '- ENLARGE WS-COR-TABLE'
               CLOSE CB5-RTX-FILE
               CLOSE CB5-RRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-DISPOSITION.
           IF WS-EFF-DATE = RTX-EFF-DATE
               MOVE RTX-RATE TO WS-RATE-VALUE (WS-EFF-IX)
               MOVE 'CORRECTED - REVALUATION QUEUED' TO
                   WS-DISPOSITION
           ELSE
               IF WS-RATE-COUNT = 50
                   DISPLAY 'PROGCB5R - RATE TABLE FULL AT 50 ENTRIES '
                       '- ENLARGE WS-RATE-TABLE'
                   CLOSE CB5-RTX-FILE
                   CLOSE CB5-RRP-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE RTX-CURRENCY TO WS-RATE-CURR (WS-RATE-COUNT)
               MOVE RTX-EFF-DATE TO WS-RATE-DATE (WS-RATE-COUNT)
               MOVE RTX-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
               MOVE 'BACK-DATED ENTRY ADDED - REVALUATION QUEUED'
                   TO WS-DISPOSITION
           END-IF.
           ADD 1 TO WS-COR-COUNT.
           MOVE RTX-CURRENCY TO WS-COR-CURR (WS-COR-COUNT).
           MOVE RTX-EFF-DATE TO WS-COR-DATE (WS-COR-COUNT).
           MOVE WS-LATEST-RATE TO WS-COR-OLD-RATE (WS-COR-COUNT).
           MOVE RTX-RATE TO WS-COR-NEW-RATE (WS-COR-COUNT).
           ADD 1 TO WS-APPLY-COUNT.
           PERFORM 2500-WRITE-REPORT-DETAIL.

       2500-WRITE-REPORT-DETAIL.
           MOVE SPACES TO WS-RRP-DETAIL.
           MOVE RTX-CURRENCY TO RRP-CURRENCY.
           END-PERFORM.
           CLOSE CB5-RTO-FILE.

       2650-WRITE-REVALUATIONS.
           OPEN OUTPUT CB5-RVO-FILE.
           IF WS-RVO-STATUS NOT = '00'
               DISPLAY 'PROGCB5R - UNABLE TO OPEN CB5RVO, STATUS '
                   WS-RVO-STATUS
               CLOSE CB5-RTX-FILE
               CLOSE CB5-RRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-COR-IX FROM 1 BY 1
               UNTIL WS-COR-IX > WS-COR-COUNT
               PERFORM 1780-FIND-NEXT-DATE
               MOVE SPACES TO CB5-RVO-RECORD
               MOVE WS-COR-CURR (WS-COR-IX) TO RVO-CURRENCY
               MOVE WS-COR-DATE (WS-COR-IX) TO RVO-FROM-DATE
               IF WS-NEXT-DATE = '99999999'
                   MOVE WS-NEXT-DATE TO RVO-THRU-DATE
               ELSE
                   COMPUTE WS-THRU-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE-N) - 1
                   MOVE FUNCTION DATE-OF-INTEGER (WS-THRU-DAYS)
                       TO RVO-THRU-DATE
               END-IF
               MOVE WS-COR-OLD-RATE (WS-COR-IX) TO RVO-OLD-RATE
               MOVE WS-COR-NEW-RATE (WS-COR-IX) TO RVO-NEW-RATE
               WRITE CB5-RVO-RECORD
               IF WS-RVO-STATUS NOT = '00'
                   DISPLAY 'PROGCB5R - UNABLE TO WRITE CB5RVO, '
                       'STATUS ' WS-RVO-STATUS
                   CLOSE CB5-RTX-FILE
                   CLOSE CB5-RRP-FILE
                   CLOSE CB5-RVO-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE CB5-RVO-FILE.

       2800-WRITE-REPORT-HEADERS.
           WRITE CB5-RRP-LINE FROM WS-RRP-HDR1.
           IF WS-RRP-STATUS NOT = '00'

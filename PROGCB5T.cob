       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5T.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-PM-FILE ASSIGN TO "CB5PMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PAIR-ID
               FILE STATUS IS WS-PMS-STATUS.
           SELECT CB5-HIST-FILE ASSIGN TO "CB5HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CB5-TRP-FILE ASSIGN TO "CB5TRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRP-STATUS.
           SELECT CB5-TXT-FILE ASSIGN TO "CB5TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CB5-PM-FILE.
       01  CB5-PM-RECORD.
           05 PM-PAIR-ID            PIC X(08).
           05 PM-DESC               PIC X(30).
           05 PM-DEPT               PIC X(04).
           05 PM-CURRENCY           PIC X(03).
           05 PM-STATUS             PIC X(01).
              88 PM-ACTIVE          VALUE 'A'.
              88 PM-INACTIVE        VALUE 'I'.
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
       FD  CB5-TRP-FILE.
       01  CB5-TRP-LINE             PIC X(132).
       FD  CB5-TXT-FILE.
       01  CB5-TXT-RECORD           PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-PMS-STATUS PIC X(02) VALUE SPACES.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-TRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-TXT-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-FROM-DATE PIC X(08) VALUE '00000000'.
       77 WS-TO-DATE PIC X(08) VALUE '99999999'.
       77 WS-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-SELECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-NOPM-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-HIST-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-HIST-SKIP-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-HIST-TOTAL PIC S9(11)V99 VALUE ZEROS.
       77 WS-TIE-DIFF PIC S9(11)V99 VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-PRV-PAIR-ID PIC X(08) VALUE SPACES.
       77 WS-CUR-DEPT PIC X(04) VALUE SPACES.
       77 WS-DPT-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-DPT-IX PIC 9(04) VALUE ZEROS.
       77 WS-DPT-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-DPT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-DPT-FOUND VALUE 'Y'.
       01  WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 200 TIMES.
              10 WS-DPT-CODE        PIC X(04).
              10 WS-DPT-PAIRS       PIC 9(08).
              10 WS-DPT-RESULTS     PIC 9(08).
              10 WS-DPT-SOMA        PIC S9(11)V99.
              10 WS-DPT-MULT        PIC S9(11)V99.
              10 WS-DPT-RCNZ        PIC 9(08).
       01  WS-DPT-GRAND.
           05 WS-GRD-PAIRS          PIC 9(08).
           05 WS-GRD-RESULTS        PIC 9(08).
           05 WS-GRD-SOMA           PIC S9(11)V99.
           05 WS-GRD-MULT           PIC S9(11)V99.
           05 WS-GRD-RCNZ           PIC 9(08).
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-TRP-HDR1.
           05 FILLER PIC X(46) VALUE
               'PROGCB5T - DEPARTMENTAL SUMMARY AND CHARGEBACK'.
           05 FILLER PIC X(86) VALUE SPACES.
       01  WS-TRP-HDR2.
           05 FILLER PIC X(11) VALUE 'RUN DATES ['.
           05 HDR-FROM-DATE         PIC X(08).
           05 FILLER PIC X(03) VALUE ' - '.
           05 HDR-TO-DATE           PIC X(08).
           05 FILLER PIC X(01) VALUE ']'.
           05 FILLER PIC X(101) VALUE SPACES.
       01  WS-TRP-HDR3.
           05 FILLER PIC X(10) VALUE 'DEPT'.
           05 FILLER PIC X(10) VALUE '   PAIRS'.
           05 FILLER PIC X(10) VALUE ' RESULTS'.
           05 FILLER PIC X(20) VALUE '        TOTAL SOMA'.
           05 FILLER PIC X(20) VALUE ' TOTAL MULTIPLICACAO'.
           05 FILLER PIC X(10) VALUE 'NONZERO RC'.
           05 FILLER PIC X(52) VALUE SPACES.
       01  WS-TRP-DETAIL.
           05 TRP-DEPT              PIC X(08).
           05 FILLER                PIC X(02).
           05 TRP-PAIRS             PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 TRP-RESULTS           PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 TRP-SOMA              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02).
           05 TRP-MULT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04).
           05 TRP-RCNZ              PIC ZZZZZZZ9.
           05 FILLER                PIC X(52).
       01  WS-TRP-TIE1.
           05 FILLER PIC X(31) VALUE
               'RUN HISTORY RECORDS IN RANGE = '.
           05 TRP-HIST-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(18) VALUE '  CONTROL TOTAL = '.
           05 TRP-HIST-TOTAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(57) VALUE SPACES.
       01  WS-TRP-TIE2.
           05 FILLER PIC X(37) VALUE
               'DIFFERENCE RESULTS - RUN HISTORY  = '.
           05 TRP-TIE-DIFF          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 TRP-TIE-STATUS        PIC X(30).
           05 FILLER PIC X(45) VALUE SPACES.
       01  WS-TRP-TOTAL.
           05 FILLER PIC X(16) VALUE 'RESULTS READ = '.
           05 TRP-READ-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  SELECTED = '.
           05 TRP-SELECT-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(31) VALUE
               '  PAIRS NOT ON PAIR MASTER = '.
           05 TRP-NOPM-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.
       01  WS-TXT-HEADER.
           05 FILLER PIC X(25) VALUE 'DEPT;PAIRS;RESULTS;TOTAL '.
           05 FILLER PIC X(25) VALUE 'SOMA;TOTAL MULTIPLICACAO;'.
           05 FILLER PIC X(29) VALUE 'NONZERO RC;FROM DATE;TO DATE'.
           05 FILLER PIC X(21) VALUE SPACES.
       01  WS-TXT-DETAIL.
           05 TXT-DEPT              PIC X(04).
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-PAIRS             PIC 9(08).
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-RESULTS           PIC 9(08).
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-SOMA              PIC +99999999999.99.
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-MULT              PIC +99999999999.99.
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-RCNZ              PIC 9(08).
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-FROM-DATE         PIC X(08).
           05 FILLER                PIC X(01) VALUE ';'.
           05 TXT-TO-DATE           PIC X(08).
           05 FILLER                PIC X(19) VALUE SPACES.
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
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'PROGCB5T - FROM DATE ' WS-FROM-DATE
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
           DISPLAY 'PROGCB5T - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5T - EXPECTED FROM=YYYYMMDD TO=YYYYMMDD'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-REPORT.
           MOVE SPACES TO WS-DPT-TABLE.
           MOVE ZEROS TO WS-DPT-GRAND.
           OPEN INPUT CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CB5-PM-FILE.
           IF WS-PMS-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO OPEN CB5PMS, STATUS '
                   WS-PMS-STATUS
               CLOSE CB5-RES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-READ-RESULTS.
           PERFORM UNTIL WS-EOF
               IF RES-RUN-DATE NOT < WS-FROM-DATE
                   AND RES-RUN-DATE NOT > WS-TO-DATE
                   PERFORM 1500-SELECT-RESULT
               END-IF
               PERFORM 1000-READ-RESULTS
           END-PERFORM.
           CLOSE CB5-RES-FILE.
           CLOSE CB5-PM-FILE.

           PERFORM 1800-TIE-TO-HISTORY.

           OPEN OUTPUT CB5-TRP-FILE.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO OPEN CB5TRP, STATUS '
                   WS-TRP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CB5-TXT-FILE.
           IF WS-TXT-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO OPEN CB5TXT, STATUS '
                   WS-TXT-STATUS
               CLOSE CB5-TRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX > WS-DPT-COUNT
               PERFORM 2500-WRITE-DEPT-LINE
               PERFORM 2600-WRITE-EXTRACT-ROW
           END-PERFORM.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-TRP-FILE.
           CLOSE CB5-TXT-FILE.

           DISPLAY 'PROGCB5T - ' WS-READ-COUNT ' READ, '
               WS-SELECT-COUNT ' SELECTED, '
               WS-DPT-COUNT ' DEPARTMENTS, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-READ-RESULTS.
           READ CB5-RES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-RES-STATUS NOT = '00'
                   DISPLAY 'PROGCB5T - UNABLE TO READ CB5RES, STATUS '
                       WS-RES-STATUS
                   CLOSE CB5-RES-FILE
                   CLOSE CB5-PM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       1500-SELECT-RESULT.
           ADD 1 TO WS-SELECT-COUNT.
           IF RES-PAIR-ID NOT = WS-PRV-PAIR-ID
               MOVE RES-PAIR-ID TO WS-PRV-PAIR-ID
               PERFORM 1600-FIND-PAIR-DEPT
               PERFORM 1700-FIND-DEPT-ENTRY
               ADD 1 TO WS-DPT-PAIRS (WS-DPT-IX)
               ADD 1 TO WS-GRD-PAIRS
           END-IF.
           ADD 1 TO WS-DPT-RESULTS (WS-DPT-IX).
           ADD 1 TO WS-GRD-RESULTS.
           ADD RES-SOMA TO WS-DPT-SOMA (WS-DPT-IX).
           ADD RES-SOMA TO WS-GRD-SOMA.
           ADD RES-MULTIPLICACAO TO WS-DPT-MULT (WS-DPT-IX).
           ADD RES-MULTIPLICACAO TO WS-GRD-MULT.
           IF RES-CALC-RC NOT = ZEROS
               ADD 1 TO WS-DPT-RCNZ (WS-DPT-IX)
               ADD 1 TO WS-GRD-RCNZ
           END-IF.

       1600-FIND-PAIR-DEPT.
           MOVE RES-PAIR-ID TO PM-PAIR-ID.
           READ CB5-PM-FILE
               INVALID KEY
                   MOVE '????' TO WS-CUR-DEPT
                   ADD 1 TO WS-NOPM-COUNT
               NOT INVALID KEY
                   MOVE PM-DEPT TO WS-CUR-DEPT
           END-READ.
           IF WS-PMS-STATUS NOT = '00' AND WS-PMS-STATUS NOT = '23'
               DISPLAY 'PROGCB5T - UNABLE TO READ CB5PMS, STATUS '
                   WS-PMS-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-PM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1700-FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-DPT-FOUND-SW.
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX > WS-DPT-COUNT
                  OR WS-DPT-CODE (WS-DPT-IX) NOT < WS-CUR-DEPT
               CONTINUE
           END-PERFORM.
           IF WS-DPT-IX NOT > WS-DPT-COUNT
               AND WS-DPT-CODE (WS-DPT-IX) = WS-CUR-DEPT
               MOVE 'Y' TO WS-DPT-FOUND-SW
           END-IF.
           IF NOT WS-DPT-FOUND
               IF WS-DPT-COUNT = 200
                   DISPLAY 'PROGCB5T - MORE THAN 200 DEPARTMENTS - '
                       'ENLARGE WS-DPT-TABLE'
                   CLOSE CB5-RES-FILE
                   CLOSE CB5-PM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-DPT-SHIFT FROM WS-DPT-COUNT BY -1
                   UNTIL WS-DPT-SHIFT < WS-DPT-IX
                   MOVE WS-DPT-ENTRY (WS-DPT-SHIFT)
                       TO WS-DPT-ENTRY (WS-DPT-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-CUR-DEPT TO WS-DPT-CODE (WS-DPT-IX)
               MOVE ZEROS TO WS-DPT-PAIRS (WS-DPT-IX)
               MOVE ZEROS TO WS-DPT-RESULTS (WS-DPT-IX)
               MOVE ZEROS TO WS-DPT-SOMA (WS-DPT-IX)
               MOVE ZEROS TO WS-DPT-MULT (WS-DPT-IX)
               MOVE ZEROS TO WS-DPT-RCNZ (WS-DPT-IX)
           END-IF.

       1800-TIE-TO-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1850-READ-HISTORY.
           PERFORM UNTIL WS-EOF
               IF HIST-PROC-DATE NOT < WS-FROM-DATE
                   AND HIST-PROC-DATE NOT > WS-TO-DATE
                   IF HIST-CONTROL-TOTAL IS NUMERIC
                       ADD 1 TO WS-HIST-COUNT
                       ADD HIST-CONTROL-TOTAL TO WS-HIST-TOTAL
                   ELSE
                       ADD 1 TO WS-HIST-SKIP-COUNT
                       DISPLAY 'PROGCB5T - CB5HIST RECORD NOT IN THE '
                           'CURRENT LAYOUT - SKIPPED: '
                           CB5-HIST-RECORD
                   END-IF
               END-IF
               PERFORM 1850-READ-HISTORY
           END-PERFORM.
           CLOSE CB5-HIST-FILE.
           COMPUTE WS-TIE-DIFF = WS-GRD-SOMA - WS-HIST-TOTAL.
           IF WS-TIE-DIFF NOT = ZEROS
               OR WS-HIST-SKIP-COUNT > 0
               DISPLAY 'PROGCB5T - RESULTS SOMA DOES NOT TIE TO '
                   'RUN HISTORY CONTROL TOTALS'
               MOVE 4 TO WS-JOB-RC
           END-IF.

       1850-READ-HISTORY.
           READ CB5-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2500-WRITE-DEPT-LINE.
           MOVE SPACES TO WS-TRP-DETAIL.
           MOVE WS-DPT-CODE (WS-DPT-IX) TO TRP-DEPT.
           MOVE WS-DPT-PAIRS (WS-DPT-IX) TO TRP-PAIRS.
           MOVE WS-DPT-RESULTS (WS-DPT-IX) TO TRP-RESULTS.
           MOVE WS-DPT-SOMA (WS-DPT-IX) TO TRP-SOMA.
           MOVE WS-DPT-MULT (WS-DPT-IX) TO TRP-MULT.
           MOVE WS-DPT-RCNZ (WS-DPT-IX) TO TRP-RCNZ.
           WRITE CB5-TRP-LINE FROM WS-TRP-DETAIL.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2600-WRITE-EXTRACT-ROW.
           MOVE WS-DPT-CODE (WS-DPT-IX) TO TXT-DEPT.
           MOVE WS-DPT-PAIRS (WS-DPT-IX) TO TXT-PAIRS.
           MOVE WS-DPT-RESULTS (WS-DPT-IX) TO TXT-RESULTS.
           MOVE WS-DPT-SOMA (WS-DPT-IX) TO TXT-SOMA.
           MOVE WS-DPT-MULT (WS-DPT-IX) TO TXT-MULT.
           MOVE WS-DPT-RCNZ (WS-DPT-IX) TO TXT-RCNZ.
           MOVE WS-FROM-DATE TO TXT-FROM-DATE.
           MOVE WS-TO-DATE TO TXT-TO-DATE.
           WRITE CB5-TXT-RECORD FROM WS-TXT-DETAIL.
           IF WS-TXT-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TXT, STATUS '
                   WS-TXT-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-WRITE-REPORT-HEADERS.
           WRITE CB5-TRP-LINE FROM WS-TRP-HDR1.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO HDR-FROM-DATE.
           MOVE WS-TO-DATE TO HDR-TO-DATE.
           WRITE CB5-TRP-LINE FROM WS-TRP-HDR2.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CB5-TRP-LINE FROM WS-TRP-HDR3.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CB5-TXT-RECORD FROM WS-TXT-HEADER.
           IF WS-TXT-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TXT, STATUS '
                   WS-TXT-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2850-WRITE-REPORT-TOTAL.
           MOVE SPACES TO WS-TRP-DETAIL.
           MOVE 'TOTAL' TO TRP-DEPT.
           MOVE WS-GRD-PAIRS TO TRP-PAIRS.
           MOVE WS-GRD-RESULTS TO TRP-RESULTS.
           MOVE WS-GRD-SOMA TO TRP-SOMA.
           MOVE WS-GRD-MULT TO TRP-MULT.
           MOVE WS-GRD-RCNZ TO TRP-RCNZ.
           WRITE CB5-TRP-LINE FROM WS-TRP-DETAIL.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HIST-COUNT TO TRP-HIST-COUNT.
           MOVE WS-HIST-TOTAL TO TRP-HIST-TOTAL.
           WRITE CB5-TRP-LINE FROM WS-TRP-TIE1.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TIE-DIFF TO TRP-TIE-DIFF.
           IF WS-TIE-DIFF = ZEROS
               AND WS-HIST-SKIP-COUNT = 0
               MOVE 'TIES TO RUN HISTORY' TO TRP-TIE-STATUS
           ELSE
               MOVE '*** DOES NOT TIE TO RUN HISTORY' TO TRP-TIE-STATUS
           END-IF.
           WRITE CB5-TRP-LINE FROM WS-TRP-TIE2.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-READ-COUNT TO TRP-READ-COUNT.
           MOVE WS-SELECT-COUNT TO TRP-SELECT-COUNT.
           MOVE WS-NOPM-COUNT TO TRP-NOPM-COUNT.
           WRITE CB5-TRP-LINE FROM WS-TRP-TOTAL.
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5T - UNABLE TO WRITE CB5TRP, STATUS '
                   WS-TRP-STATUS
               CLOSE CB5-TRP-FILE
               CLOSE CB5-TXT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5W.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-RVI-FILE ASSIGN TO "CB5RVI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVI-STATUS.
           SELECT CB5-RATE-FILE ASSIGN TO "CB5RATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CB5-HIST-FILE ASSIGN TO "CB5HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CB5-AUD-FILE ASSIGN TO "CB5AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-WRP-FILE ASSIGN TO "CB5WRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-RVI-FILE.
       01  CB5-RVI-RECORD.
           05 RVI-CURRENCY          PIC X(03).
           05 FILLER                PIC X(01).
           05 RVI-FROM-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 RVI-THRU-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 RVI-OLD-RATE-X        PIC X(09).
           05 RVI-OLD-RATE REDEFINES RVI-OLD-RATE-X
                                    PIC 9(3)V9(6).
           05 FILLER                PIC X(01).
           05 RVI-NEW-RATE-X        PIC X(09).
           05 RVI-NEW-RATE REDEFINES RVI-NEW-RATE-X
                                    PIC 9(3)V9(6).
       FD  CB5-RATE-FILE.
       01  CB5-RATE-RECORD.
           05 RT-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01).
           05 RT-EFF-DATE           PIC X(08).
           05 FILLER                PIC X(01).
           05 RT-RATE               PIC 9(3)V9(6).
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
       FD  CB5-WRP-FILE.
       01  CB5-WRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-NUM1 PIC S9(7)V99 VALUE ZEROS.
       77 WRK-NUM2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-RVI-STATUS PIC X(02) VALUE SPACES.
       77 WS-RATE-STATUS PIC X(02) VALUE SPACES.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-WRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-UPDATE-SW PIC X(01) VALUE 'Y'.
           88 WS-UPDATE-RESULTS VALUE 'Y'.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-START-TS PIC X(14) VALUE SPACES.
       77 WS-END-TS PIC X(14) VALUE SPACES.
       77 WS-AUD-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-AUD-BAD-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REVALUED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-UNCHANGED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-SKIPPED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-NET-SOMA PIC S9(09)V99 VALUE ZEROS.
       77 WS-REV-MIN PIC S9(7)V99 VALUE ZEROS.
       77 WS-REV-MAX PIC S9(7)V99 VALUE ZEROS.
       77 WS-FIRST-REV-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-REVALUATION VALUE 'Y'.
       77 WS-WORST-CALC-RC PIC 9(02) VALUE ZEROS.
       77 WS-DISPOSITION PIC X(52) VALUE SPACES.
       77 WS-POST-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-POST-OK VALUE 'Y'.
       77 WS-RES-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-RES-FOUND VALUE 'Y'.
       77 WS-RVQ-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-RVQ-IX PIC 9(02) VALUE ZEROS.
       77 WS-IN-RANGE-SW PIC X(01) VALUE 'N'.
           88 WS-IN-RANGE VALUE 'Y'.
       01  WS-RVQ-TABLE.
           05 WS-RVQ-ENTRY OCCURS 50 TIMES.
              10 WS-RVQ-CURR        PIC X(03).
              10 WS-RVQ-FROM        PIC X(08).
              10 WS-RVQ-THRU        PIC X(08).
              10 WS-RVQ-OLD-RATE    PIC 9(3)V9(6).
              10 WS-RVQ-NEW-RATE    PIC 9(3)V9(6).
       77 WS-RATE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       77 WS-RATE-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-RATE-IX PIC 9(02) VALUE ZEROS.
       77 WS-RATE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND VALUE 'Y'.
       77 WS-LOOKUP-CURR PIC X(03) VALUE SPACES.
       77 WS-LOOKUP-DATE PIC X(08) VALUE SPACES.
       77 WS-FOUND-RATE PIC 9(3)V9(6) VALUE ZEROS.
       77 WS-FOUND-DATE PIC X(08) VALUE SPACES.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-CURR       PIC X(03).
              10 WS-RATE-DATE       PIC X(08).
              10 WS-RATE-VALUE      PIC 9(3)V9(6).
       77 WS-WIN-COUNT PIC 9(03) VALUE ZEROS.
       77 WS-WIN-IX PIC 9(03) VALUE ZEROS.
       01  WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 500 TIMES.
              10 WS-WIN-DATE        PIC X(08).
              10 WS-WIN-START       PIC X(14).
              10 WS-WIN-END         PIC X(14).
       01  WS-CUR-PST-KEY.
           05 WS-CUR-CURRENCY       PIC X(03).
           05 WS-CUR-PAIR-ID        PIC X(08).
           05 WS-CUR-RUN-DATE       PIC X(08).
       77 WS-PST-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-PST-IX PIC 9(04) VALUE ZEROS.
       77 WS-PST-LO PIC 9(04) VALUE ZEROS.
       77 WS-PST-HI PIC 9(04) VALUE ZEROS.
       77 WS-PST-MID PIC 9(04) VALUE ZEROS.
       77 WS-PST-SHIFT PIC 9(04) VALUE ZEROS.
       77 WS-PST-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PST-FOUND VALUE 'Y'.
       01  WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 9999 TIMES.
              10 WS-PST-KEY.
                 15 WS-PST-CURRENCY PIC X(03).
                 15 WS-PST-PAIR-ID  PIC X(08).
                 15 WS-PST-RUN-DATE PIC X(08).
              10 WS-PST-ORIG1       PIC S9(7)V99.
              10 WS-PST-ORIG2       PIC S9(7)V99.
              10 WS-PST-AUD-NUM1    PIC S9(7)V99.
              10 WS-PST-AUD-NUM2    PIC S9(7)V99.
       77 WS-PRV-CURRENCY PIC X(03) VALUE SPACES.
       77 WS-CUR-REVALUED PIC 9(08) VALUE ZEROS.
       77 WS-CUR-UNCHANGED PIC 9(08) VALUE ZEROS.
       77 WS-CUR-SKIPPED PIC 9(08) VALUE ZEROS.
       01  WS-CUR-TOTALS.
           05 WS-CTOT-BEF           PIC S9(9)V99 OCCURS 8 TIMES.
           05 WS-CTOT-AFT           PIC S9(9)V99 OCCURS 8 TIMES.
       77 WS-VAL-IX PIC 9(02) VALUE ZEROS.
       01  WS-BEFORE-VALUES.
           05 WS-BEF-VAL            PIC S9(7)V99 OCCURS 8 TIMES.
       77 WS-BEF-PCT-CHANGE PIC S9(5)V99 VALUE ZEROS.
       01  WS-AFTER-VALUES.
           05 WS-AFT-VAL            PIC S9(7)V99 OCCURS 8 TIMES.
       77 WS-PAIR-CURR PIC X(03) VALUE SPACES.
       77 WS-ORIG-NUM1 PIC S9(7)V99 VALUE ZEROS.
       77 WS-ORIG-NUM2 PIC S9(7)V99 VALUE ZEROS.
       77 WS-SOMA PIC S9(7)V99 VALUE ZEROS.
       77 WS-SUBTRACAO PIC S9(7)V99 VALUE ZEROS.
       77 WS-DIVISAO PIC S9(7)V99 VALUE ZEROS.
       77 WS-RESTO PIC S9(7)V99 VALUE ZEROS.
       77 WS-MULTIPLICACAO PIC S9(7)V99 VALUE ZEROS.
       77 WS-MEDIA PIC S9(7)V99 VALUE ZEROS.
       77 WS-PCT-CHANGE PIC S9(5)V99 VALUE ZEROS.
       77 WS-CALC-RC PIC 9(02) VALUE ZEROS.
       01  WS-ROW-FIELDS.
           05 WS-ROW-FIELD          PIC X(11) OCCURS 4 TIMES.
       01  WS-ROW-VALUES.
           05 WS-ROW-VAL            PIC S9(7)V99 OCCURS 4 TIMES.
       77 WS-ROW-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-ROW-OK VALUE 'Y'.
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
       01  WS-WRP-HDR1.
           05 FILLER PIC X(46) VALUE
               'PROGCB5W - BACK-DATED RATE REVALUATION REPORT'.
           05 FILLER PIC X(86) VALUE SPACES.
       01  WS-WRP-HDR2.
           05 FILLER PIC X(10) VALUE 'RUN MODE  '.
           05 HDR-RUN-MODE          PIC X(40).
           05 FILLER PIC X(82) VALUE SPACES.
       01  WS-WRP-BLANK             PIC X(132) VALUE SPACES.
       01  WS-WRP-NONE.
           05 FILLER PIC X(42) VALUE
               'NO BACK-DATED RATE CORRECTIONS TO REVALUE'.
           05 FILLER PIC X(90) VALUE SPACES.
       01  WS-WRP-REQUEST.
           05 FILLER PIC X(09) VALUE 'CURRENCY '.
           05 WRP-RQ-CURRENCY       PIC X(03).
           05 FILLER PIC X(17) VALUE '  RATE CORRECTED '.
           05 FILLER PIC X(05) VALUE 'FROM '.
           05 WRP-RQ-FROM           PIC X(08).
           05 FILLER PIC X(06) VALUE ' THRU '.
           05 WRP-RQ-THRU           PIC X(08).
           05 FILLER PIC X(12) VALUE '  OLD RATE '.
           05 WRP-RQ-OLD-RATE       PIC ZZ9.999999.
           05 FILLER PIC X(12) VALUE '  NEW RATE '.
           05 WRP-RQ-NEW-RATE       PIC ZZ9.999999.
           05 FILLER PIC X(32) VALUE SPACES.
       01  WS-WRP-POST-COLS.
           05 FILLER PIC X(10) VALUE 'PAIR ID'.
           05 FILLER PIC X(10) VALUE 'RUN DATE'.
           05 FILLER PIC X(06) VALUE 'CURR'.
           05 FILLER PIC X(13) VALUE '  ORIG NUM1'.
           05 FILLER PIC X(13) VALUE '  ORIG NUM2'.
           05 FILLER PIC X(12) VALUE ' RATE USED'.
           05 FILLER PIC X(11) VALUE 'DISPOSITION'.
           05 FILLER PIC X(57) VALUE SPACES.
       01  WS-WRP-IMAGE-COLS.
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
       01  WS-WRP-POSTING.
           05 WRP-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(02).
           05 WRP-RUN-DATE          PIC X(08).
           05 FILLER                PIC X(02).
           05 WRP-CURRENCY          PIC X(03).
           05 FILLER                PIC X(03).
           05 WRP-ORIG1             PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 WRP-ORIG2             PIC -ZZZZZZ9.99.
           05 FILLER                PIC X(02).
           05 WRP-RATE              PIC ZZ9.999999.
           05 FILLER                PIC X(02).
           05 WRP-DISPOSITION       PIC X(52).
           05 FILLER                PIC X(16).
       01  WS-WRP-IMAGE.
           05 FILLER                PIC X(02).
           05 WRP-IMAGE             PIC X(06).
           05 FILLER                PIC X(02).
           05 WRP-IMG-GROUP OCCURS 8 TIMES.
              10 WRP-IMG-VAL        PIC -ZZZZZZ9.99.
              10 FILLER             PIC X(02).
           05 WRP-IMG-PCT           PIC -ZZZZ9.99.
           05 FILLER                PIC X(09).
       01  WS-WRP-CUR-COUNTS.
           05 FILLER PIC X(13) VALUE 'CURRENCY     '.
           05 WRP-CT-CURRENCY       PIC X(03).
           05 FILLER PIC X(13) VALUE '  REVALUED = '.
           05 WRP-CT-REVALUED       PIC ZZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  UNCHANGED = '.
           05 WRP-CT-UNCHANGED      PIC ZZZZZZZ9.
           05 FILLER PIC X(17) VALUE '  NOT REVALUED = '.
           05 WRP-CT-SKIPPED        PIC ZZZZZZZ9.
           05 FILLER PIC X(48) VALUE SPACES.
       01  WS-WRP-TOT-COLS.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE '          NUM1'.
           05 FILLER PIC X(14) VALUE '          NUM2'.
           05 FILLER PIC X(14) VALUE '          SOMA'.
           05 FILLER PIC X(14) VALUE '     SUBTRACAO'.
           05 FILLER PIC X(14) VALUE '       DIVISAO'.
           05 FILLER PIC X(14) VALUE '         RESTO'.
           05 FILLER PIC X(14) VALUE '  MULTIPLICAC.'.
           05 FILLER PIC X(14) VALUE '         MEDIA'.
           05 FILLER PIC X(10) VALUE SPACES.
       01  WS-WRP-TOTAL.
           05 WRP-TOT-LABEL         PIC X(10).
           05 WRP-TOT-VAL           PIC -ZZZZZZZZZ9.99
                                    OCCURS 8 TIMES.
           05 FILLER                PIC X(10).
       01  WS-WRP-GRAND.
           05 FILLER PIC X(11) VALUE 'REQUESTS = '.
           05 WRP-GR-REQUESTS       PIC Z9.
           05 FILLER PIC X(19) VALUE '  POSTINGS FOUND = '.
           05 WRP-GR-POSTINGS       PIC ZZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  REVALUED = '.
           05 WRP-GR-REVALUED       PIC ZZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  UNCHANGED = '.
           05 WRP-GR-UNCHANGED      PIC ZZZZZZZ9.
           05 FILLER PIC X(17) VALUE '  NOT REVALUED = '.
           05 WRP-GR-SKIPPED        PIC ZZZZZZZ9.
           05 FILLER PIC X(24) VALUE SPACES.
       01  WS-WRP-GRAND2.
           05 FILLER PIC X(20) VALUE 'NET SOMA CHANGE  =  '.
           05 WRP-GR-NET-SOMA       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(26) VALUE '  UNREADABLE AUDIT ROWS = '.
           05 WRP-GR-AUD-BAD        PIC ZZZZZZZ9.
           05 FILLER PIC X(63) VALUE SPACES.
       01  WS-WRP-SIGNOFF.
           05 FILLER PIC X(25) VALUE 'TREASURY SIGN-OFF   NAME '.
           05 FILLER PIC X(25) VALUE ALL '_'.
           05 FILLER PIC X(12) VALUE '  SIGNATURE '.
           05 FILLER PIC X(25) VALUE ALL '_'.
           05 FILLER PIC X(07) VALUE '  DATE '.
           05 FILLER PIC X(12) VALUE ALL '_'.
           05 FILLER PIC X(26) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-REVALUATION.
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

       0110-PARSE-ONE-KEYWORD.
           MOVE SPACES TO WS-CTL-KEYWORD.
           MOVE SPACES TO WS-CTL-VALUE.
           UNSTRING WS-CTL-TOKEN (WS-TOK-IX) DELIMITED BY '='
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING.
           EVALUATE WS-CTL-KEYWORD
               WHEN 'UPDATE'
                   EVALUATE WS-CTL-VALUE
                       WHEN 'YES'
                           MOVE 'Y' TO WS-UPDATE-SW
                       WHEN 'NO'
                           MOVE 'N' TO WS-UPDATE-SW
                       WHEN OTHER
                           PERFORM 0080-CONTROL-CARD-ERROR
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5W - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5W - EXPECTED UPDATE=YES OR UPDATE=NO'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-REVALUATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS.
           MOVE SPACES TO WS-RVQ-TABLE.
           MOVE SPACES TO WS-WIN-TABLE.
           PERFORM 1000-LOAD-REQUESTS.
           PERFORM 1100-LOAD-RATE-TABLE.
           PERFORM 1180-CHECK-REQUEST-RATES.
           PERFORM 1200-LOAD-RUN-HISTORY.
           PERFORM 1300-LOAD-AUDIT.

           IF WS-UPDATE-RESULTS
               OPEN I-O CB5-RES-FILE
           ELSE
               OPEN INPUT CB5-RES-FILE
           END-IF.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-UPDATE-RESULTS
               OPEN EXTEND CB5-AUD-FILE
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5AUD, STATUS '
                       WS-AUD-STATUS
                   CLOSE CB5-RES-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT CB5-WRP-FILE.
           IF WS-WRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5WRP, STATUS '
                   WS-WRP-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.

           MOVE SPACES TO WS-PRV-CURRENCY.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-CURRENCY (WS-PST-IX) NOT = WS-PRV-CURRENCY
                   IF WS-PRV-CURRENCY NOT = SPACES
                       PERFORM 2450-END-CURRENCY
                   END-IF
                   PERFORM 2400-START-CURRENCY
               END-IF
               PERFORM 2100-REVALUE-POSTING
           END-PERFORM.
           IF WS-PRV-CURRENCY NOT = SPACES
               PERFORM 2450-END-CURRENCY
           END-IF.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-RES-FILE.
           IF WS-UPDATE-RESULTS
               CLOSE CB5-AUD-FILE
           END-IF.
           CLOSE CB5-WRP-FILE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS.
           IF WS-UPDATE-RESULTS
               AND WS-REVALUED-COUNT > 0
               PERFORM 2990-WRITE-RUN-HISTORY
           END-IF.

           DISPLAY 'PROGCB5W - ' WS-PST-COUNT ' POSTINGS FOUND, '
               WS-REVALUED-COUNT ' REVALUED, '
               WS-UNCHANGED-COUNT ' UNCHANGED, '
               WS-SKIPPED-COUNT ' NOT REVALUED, ENDING WITH RETURN '
               'CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-RVI-FILE.
           IF WS-RVI-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5RVI, STATUS '
                   WS-RVI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-READ-REQUEST.
           PERFORM UNTIL WS-EOF
               PERFORM 1060-STORE-REQUEST
               PERFORM 1050-READ-REQUEST
           END-PERFORM.
           CLOSE CB5-RVI-FILE.
           DISPLAY 'PROGCB5W - ' WS-RVQ-COUNT
               ' REVALUATION REQUESTS LOADED'.

       1050-READ-REQUEST.
           READ CB5-RVI-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               AND WS-RVI-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO READ CB5RVI, STATUS '
                   WS-RVI-STATUS
               CLOSE CB5-RVI-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1060-STORE-REQUEST.
           IF RVI-CURRENCY = SPACES
               OR RVI-FROM-DATE IS NOT NUMERIC
               OR RVI-THRU-DATE IS NOT NUMERIC
               OR RVI-FROM-DATE > RVI-THRU-DATE
               OR RVI-OLD-RATE-X IS NOT NUMERIC
               OR RVI-NEW-RATE-X IS NOT NUMERIC
               OR RVI-NEW-RATE = ZEROS
               DISPLAY 'PROGCB5W - INVALID CB5RVI RECORD: '
                   CB5-RVI-RECORD
               CLOSE CB5-RVI-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RVQ-COUNT = 50
               DISPLAY 'PROGCB5W - CB5RVI HAS MORE THAN 50 '
                   'REQUESTS - ENLARGE WS-RVQ-TABLE'
               CLOSE CB5-RVI-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RVQ-COUNT.
           MOVE RVI-CURRENCY TO WS-RVQ-CURR (WS-RVQ-COUNT).
           MOVE RVI-FROM-DATE TO WS-RVQ-FROM (WS-RVQ-COUNT).
           MOVE RVI-THRU-DATE TO WS-RVQ-THRU (WS-RVQ-COUNT).
           MOVE RVI-OLD-RATE TO WS-RVQ-OLD-RATE (WS-RVQ-COUNT).
           MOVE RVI-NEW-RATE TO WS-RVQ-NEW-RATE (WS-RVQ-COUNT).

       1100-LOAD-RATE-TABLE.
           MOVE ZEROS TO WS-RATE-COUNT.
           MOVE 'N' TO WS-RATE-EOF-SW.
           OPEN INPUT CB5-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5RATE, STATUS '
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-READ-RATE-RECORD.
           PERFORM UNTIL WS-RATE-EOF
               IF RT-CURRENCY = SPACES
                   OR RT-EFF-DATE IS NOT NUMERIC
                   OR RT-RATE IS NOT NUMERIC
                   OR RT-RATE = ZEROS
                   DISPLAY 'PROGCB5W - INVALID CB5RATE RECORD: '
                       CB5-RATE-RECORD
                   CLOSE CB5-RATE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RATE-COUNT = 50
                   DISPLAY 'PROGCB5W - CB5RATE HAS MORE THAN 50 '
                       'ENTRIES - ENLARGE WS-RATE-TABLE'
                   CLOSE CB5-RATE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-CURRENCY TO WS-RATE-CURR (WS-RATE-COUNT)
               MOVE RT-EFF-DATE TO WS-RATE-DATE (WS-RATE-COUNT)
               MOVE RT-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
               PERFORM 1150-READ-RATE-RECORD
           END-PERFORM.
           CLOSE CB5-RATE-FILE.

       1150-READ-RATE-RECORD.
           READ CB5-RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       1180-CHECK-REQUEST-RATES.
           PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
               UNTIL WS-RVQ-IX > WS-RVQ-COUNT
               MOVE WS-RVQ-CURR (WS-RVQ-IX) TO WS-LOOKUP-CURR
               MOVE WS-RVQ-FROM (WS-RVQ-IX) TO WS-LOOKUP-DATE
               PERFORM 1700-FIND-RATE
               IF NOT WS-RATE-FOUND
                   OR WS-FOUND-RATE NOT = WS-RVQ-NEW-RATE (WS-RVQ-IX)
                   DISPLAY 'PROGCB5W - CB5RATE DOES NOT CARRY THE '
                       'CORRECTED RATE FOR ' WS-RVQ-CURR (WS-RVQ-IX)
                       ' FROM ' WS-RVQ-FROM (WS-RVQ-IX)
                   DISPLAY 'PROGCB5W - PROMOTE THE PROGCB5R '
                       'GENERATION BEFORE REVALUING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       1200-LOAD-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1250-READ-HISTORY.
           PERFORM UNTIL WS-EOF
               IF HIST-START-TS IS NUMERIC
                   AND HIST-END-TS IS NUMERIC
                   MOVE SPACES TO WS-CUR-CURRENCY
                   MOVE HIST-PROC-DATE TO WS-CUR-RUN-DATE
                   PERFORM 1600-CHECK-DATE-IN-RANGE
                   IF WS-IN-RANGE
                       PERFORM 1260-STORE-RUN-WINDOW
                   END-IF
               END-IF
               PERFORM 1250-READ-HISTORY
           END-PERFORM.
           CLOSE CB5-HIST-FILE.

       1250-READ-HISTORY.
           READ CB5-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1260-STORE-RUN-WINDOW.
           IF WS-WIN-COUNT = 500
               DISPLAY 'PROGCB5W - MORE THAN 500 RUN-HISTORY RECORDS '
                   'IN THE CORRECTED RANGES - ENLARGE WS-WIN-TABLE'
               CLOSE CB5-HIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WIN-COUNT.
           MOVE HIST-PROC-DATE TO WS-WIN-DATE (WS-WIN-COUNT).
           MOVE HIST-START-TS TO WS-WIN-START (WS-WIN-COUNT).
           MOVE HIST-END-TS TO WS-WIN-END (WS-WIN-COUNT).

       1300-LOAD-AUDIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-AUD-FILE.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5AUD, STATUS '
                   WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1350-READ-AUDIT.
           PERFORM UNTIL WS-EOF
               IF AUD-CURRENCY NOT = SPACES
                   AND (AUD-MODE = 'B' OR AUD-MODE = 'V')
                   PERFORM 1360-SELECT-AUDIT-ROW
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
                   DISPLAY 'PROGCB5W - UNABLE TO READ CB5AUD, STATUS '
                       WS-AUD-STATUS
                   CLOSE CB5-AUD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AUD-READ-COUNT
           END-IF.

       1360-SELECT-AUDIT-ROW.
           MOVE SPACES TO WS-CUR-RUN-DATE.
           IF AUD-MODE = 'V'
               IF AUD-SOURCE IS NUMERIC
                   MOVE AUD-SOURCE TO WS-CUR-RUN-DATE
               END-IF
           ELSE
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > WS-WIN-COUNT
                      OR WS-CUR-RUN-DATE NOT = SPACES
                   IF AUD-TIMESTAMP NOT < WS-WIN-START (WS-WIN-IX)
                       AND AUD-TIMESTAMP NOT > WS-WIN-END (WS-WIN-IX)
                       MOVE WS-WIN-DATE (WS-WIN-IX)
                           TO WS-CUR-RUN-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CUR-RUN-DATE NOT = SPACES
               MOVE AUD-CURRENCY TO WS-CUR-CURRENCY
               PERFORM 1600-CHECK-DATE-IN-RANGE
               IF WS-IN-RANGE
                   PERFORM 1370-STORE-POSTING
               END-IF
           END-IF.

       1370-STORE-POSTING.
           MOVE AUD-ORIG-NUM1 TO WS-ROW-FIELD (1).
           MOVE AUD-ORIG-NUM2 TO WS-ROW-FIELD (2).
           MOVE AUD-NUM1 TO WS-ROW-FIELD (3).
           MOVE AUD-NUM2 TO WS-ROW-FIELD (4).
           PERFORM 1900-PARSE-ROW-VALUES.
           IF NOT WS-ROW-OK
               ADD 1 TO WS-AUD-BAD-COUNT
               DISPLAY 'PROGCB5W - CB5AUD ROW NOT READABLE - '
                   'SKIPPED: ' CB5-AUD-RECORD(1:60)
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           ELSE
               MOVE AUD-PAIR-ID TO WS-CUR-PAIR-ID
               PERFORM 1750-FIND-POSTING-ENTRY
               IF NOT WS-PST-FOUND
                   PERFORM 1780-INSERT-POSTING-ENTRY
               END-IF
               MOVE WS-ROW-VAL (1) TO WS-PST-ORIG1 (WS-PST-IX)
               MOVE WS-ROW-VAL (2) TO WS-PST-ORIG2 (WS-PST-IX)
               MOVE WS-ROW-VAL (3) TO WS-PST-AUD-NUM1 (WS-PST-IX)
               MOVE WS-ROW-VAL (4) TO WS-PST-AUD-NUM2 (WS-PST-IX)
           END-IF.

       1600-CHECK-DATE-IN-RANGE.
           MOVE 'N' TO WS-IN-RANGE-SW.
           PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
               UNTIL WS-RVQ-IX > WS-RVQ-COUNT
               IF (WS-CUR-CURRENCY = SPACES
                   OR WS-CUR-CURRENCY = WS-RVQ-CURR (WS-RVQ-IX))
                   AND WS-CUR-RUN-DATE NOT < WS-RVQ-FROM (WS-RVQ-IX)
                   AND WS-CUR-RUN-DATE NOT > WS-RVQ-THRU (WS-RVQ-IX)
                   MOVE 'Y' TO WS-IN-RANGE-SW
               END-IF
           END-PERFORM.

       1700-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZEROS TO WS-FOUND-RATE.
           MOVE SPACES TO WS-FOUND-DATE.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
               IF WS-RATE-CURR (WS-RATE-IX) = WS-LOOKUP-CURR
                   AND WS-RATE-DATE (WS-RATE-IX)
                       NOT > WS-LOOKUP-DATE
                   AND WS-RATE-DATE (WS-RATE-IX)
                       NOT < WS-FOUND-DATE
                   MOVE WS-RATE-DATE (WS-RATE-IX)
                       TO WS-FOUND-DATE
                   MOVE WS-RATE-VALUE (WS-RATE-IX)
                       TO WS-FOUND-RATE
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       1750-FIND-POSTING-ENTRY.
           MOVE 'N' TO WS-PST-FOUND-SW.
           MOVE 1 TO WS-PST-LO.
           MOVE WS-PST-COUNT TO WS-PST-HI.
           PERFORM UNTIL WS-PST-LO > WS-PST-HI
                  OR WS-PST-FOUND
               COMPUTE WS-PST-MID = (WS-PST-LO + WS-PST-HI) / 2
               EVALUATE TRUE
                   WHEN WS-PST-KEY (WS-PST-MID) = WS-CUR-PST-KEY
                       MOVE 'Y' TO WS-PST-FOUND-SW
                       MOVE WS-PST-MID TO WS-PST-IX
                   WHEN WS-PST-KEY (WS-PST-MID) < WS-CUR-PST-KEY
                       COMPUTE WS-PST-LO = WS-PST-MID + 1
                   WHEN OTHER
                       COMPUTE WS-PST-HI = WS-PST-MID - 1
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-PST-FOUND
               MOVE WS-PST-LO TO WS-PST-IX
           END-IF.

       1780-INSERT-POSTING-ENTRY.
           IF WS-PST-COUNT = 9999
               DISPLAY 'PROGCB5W - MORE THAN 9999 POSTINGS IN THE '
                   'CORRECTED RANGES - ENLARGE WS-PST-TABLE'
               CLOSE CB5-AUD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PST-SHIFT FROM WS-PST-COUNT BY -1
               UNTIL WS-PST-SHIFT < WS-PST-IX
               MOVE WS-PST-ENTRY (WS-PST-SHIFT)
                   TO WS-PST-ENTRY (WS-PST-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO WS-PST-COUNT.
           MOVE WS-CUR-PST-KEY TO WS-PST-KEY (WS-PST-IX).

       1900-PARSE-ROW-VALUES.
           MOVE 'Y' TO WS-ROW-OK-SW.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 4
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

       2100-REVALUE-POSTING.
           MOVE 'Y' TO WS-POST-OK-SW.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE WS-PST-CURRENCY (WS-PST-IX) TO WS-LOOKUP-CURR.
           MOVE WS-PST-RUN-DATE (WS-PST-IX) TO WS-LOOKUP-DATE.
           PERFORM 1700-FIND-RATE.
           PERFORM 2150-READ-RESULT.

           IF NOT WS-RES-FOUND
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'NOT ON RESULTS - NOT REVALUED' TO WS-DISPOSITION
           END-IF.

           IF WS-POST-OK
               AND (RES-NUM1 NOT = WS-PST-AUD-NUM1 (WS-PST-IX)
                    OR RES-NUM2 NOT = WS-PST-AUD-NUM2 (WS-PST-IX))
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'CHANGED SINCE AUDITED - CORRECT WITH PROGCB5K'
                   TO WS-DISPOSITION
           END-IF.

           IF WS-POST-OK
               COMPUTE WRK-NUM1 ROUNDED =
                   WS-PST-ORIG1 (WS-PST-IX) * WS-FOUND-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-POST-OK-SW
                       MOVE 'NUMERO1 OVERFLOWS AT CORRECTED RATE'
                           TO WS-DISPOSITION
               END-COMPUTE
           END-IF.

           IF WS-POST-OK
               COMPUTE WRK-NUM2 ROUNDED =
                   WS-PST-ORIG2 (WS-PST-IX) * WS-FOUND-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-POST-OK-SW
                       MOVE 'NUMERO2 OVERFLOWS AT CORRECTED RATE'
                           TO WS-DISPOSITION
               END-COMPUTE
           END-IF.

           IF WS-POST-OK
               AND WRK-NUM2 = 0
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'NUMERO2 IS ZERO AT CORRECTED RATE'
                   TO WS-DISPOSITION
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-POST-OK
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD 1 TO WS-CUR-SKIPPED
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
                   PERFORM 2500-WRITE-POSTING-LINE
               WHEN WRK-NUM1 = RES-NUM1 AND WRK-NUM2 = RES-NUM2
                   ADD 1 TO WS-UNCHANGED-COUNT
                   ADD 1 TO WS-CUR-UNCHANGED
                   MOVE 'UNCHANGED AT CORRECTED RATE' TO
                       WS-DISPOSITION
                   PERFORM 2500-WRITE-POSTING-LINE
               WHEN OTHER
                   PERFORM 2200-RECALCULATE
                   IF WS-UPDATE-RESULTS
                       PERFORM 2300-REWRITE-RESULT
                       PERFORM 2350-WRITE-REVALUATION-AUDIT
                       MOVE 'REVALUED' TO WS-DISPOSITION
                   ELSE
                       MOVE 'WOULD BE REVALUED - TRIAL RUN' TO
                           WS-DISPOSITION
                   END-IF
                   ADD 1 TO WS-REVALUED-COUNT
                   ADD 1 TO WS-CUR-REVALUED
                   PERFORM 2500-WRITE-POSTING-LINE
                   PERFORM 2550-WRITE-IMAGE-LINES
           END-EVALUATE.

       2150-READ-RESULT.
           MOVE 'N' TO WS-RES-FOUND-SW.
           MOVE WS-PST-PAIR-ID (WS-PST-IX) TO RES-PAIR-ID.
           MOVE WS-PST-RUN-DATE (WS-PST-IX) TO RES-RUN-DATE.
           READ CB5-RES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RES-FOUND TO TRUE
           END-READ.
           IF WS-RES-STATUS NOT = '00'
               AND WS-RES-STATUS NOT = '23'
               DISPLAY 'PROGCB5W - UNABLE TO READ CB5RES, STATUS '
                   WS-RES-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-WRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-RECALCULATE.
           MOVE RES-NUM1 TO WS-BEF-VAL (1).
           MOVE RES-NUM2 TO WS-BEF-VAL (2).
           MOVE RES-SOMA TO WS-BEF-VAL (3).
           MOVE RES-SUBTRACAO TO WS-BEF-VAL (4).
           MOVE RES-DIVISAO TO WS-BEF-VAL (5).
           MOVE RES-RESTO TO WS-BEF-VAL (6).
           MOVE RES-MULTIPLICACAO TO WS-BEF-VAL (7).
           MOVE RES-MEDIA TO WS-BEF-VAL (8).
           MOVE RES-PCT-CHANGE TO WS-BEF-PCT-CHANGE.
           CALL 'PROGCOB5' USING WRK-NUM1 WRK-NUM2 WS-SOMA
               WS-SUBTRACAO WS-DIVISAO WS-RESTO WS-MULTIPLICACAO
               WS-MEDIA WS-PCT-CHANGE WS-CALC-RC
           END-CALL.
           IF WS-CALC-RC NOT = ZEROS
               DISPLAY 'PROGCB5W - WARNING, PROGCOB5 RETURN CODE '
                   WS-CALC-RC ' FOR PAIR ' WS-PST-PAIR-ID (WS-PST-IX)
                   ' RUN DATE ' WS-PST-RUN-DATE (WS-PST-IX)
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
               IF WS-CALC-RC > WS-WORST-CALC-RC
                   MOVE WS-CALC-RC TO WS-WORST-CALC-RC
               END-IF
           END-IF.
           MOVE WRK-NUM1 TO WS-AFT-VAL (1).
           MOVE WRK-NUM2 TO WS-AFT-VAL (2).
           MOVE WS-SOMA TO WS-AFT-VAL (3).
           MOVE WS-SUBTRACAO TO WS-AFT-VAL (4).
           MOVE WS-DIVISAO TO WS-AFT-VAL (5).
           MOVE WS-RESTO TO WS-AFT-VAL (6).
           MOVE WS-MULTIPLICACAO TO WS-AFT-VAL (7).
           MOVE WS-MEDIA TO WS-AFT-VAL (8).
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               ADD WS-BEF-VAL (WS-VAL-IX) TO WS-CTOT-BEF (WS-VAL-IX)
               ADD WS-AFT-VAL (WS-VAL-IX) TO WS-CTOT-AFT (WS-VAL-IX)
           END-PERFORM.
           COMPUTE WS-NET-SOMA = WS-NET-SOMA + WS-SOMA - WS-BEF-VAL (3)
               ON SIZE ERROR
                   DISPLAY 'PROGCB5W - WARNING, NET SOMA CHANGE '
                       'OVERFLOWED PIC S9(09)V99 - TOTAL IS UNRELIABLE'
           END-COMPUTE.
           IF WS-FIRST-REVALUATION
               MOVE WS-SOMA TO WS-REV-MIN
               MOVE WS-SOMA TO WS-REV-MAX
               MOVE 'N' TO WS-FIRST-REV-SW
           ELSE
               IF WS-SOMA < WS-REV-MIN
                   MOVE WS-SOMA TO WS-REV-MIN
               END-IF
               IF WS-SOMA > WS-REV-MAX
                   MOVE WS-SOMA TO WS-REV-MAX
               END-IF
           END-IF.

       2300-REWRITE-RESULT.
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
               DISPLAY 'PROGCB5W - UNABLE TO REWRITE CB5RES, '
                   'STATUS ' WS-RES-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-WRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2350-WRITE-REVALUATION-AUDIT.
           MOVE SPACES TO WS-PAIR-CURR.
           COMPUTE WS-ORIG-NUM1 = 0 - WS-BEF-VAL (1).
           COMPUTE WS-ORIG-NUM2 = 0 - WS-BEF-VAL (2).
           MOVE SPACES TO CB5-AUD-RECORD.
           MOVE WS-ORIG-NUM1 TO AUD-NUM1.
           MOVE WS-ORIG-NUM2 TO AUD-NUM2.
           COMPUTE AUD-SOMA = 0 - WS-BEF-VAL (3).
           COMPUTE AUD-SUBTRACAO = 0 - WS-BEF-VAL (4).
           COMPUTE AUD-DIVISAO = 0 - WS-BEF-VAL (5).
           COMPUTE AUD-RESTO = 0 - WS-BEF-VAL (6).
           COMPUTE AUD-MULTIPLICACAO = 0 - WS-BEF-VAL (7).
           COMPUTE AUD-MEDIA = 0 - WS-BEF-VAL (8).
           COMPUTE AUD-PCT-CHANGE = 0 - WS-BEF-PCT-CHANGE.
           PERFORM 2920-WRITE-AUDIT.

           MOVE WS-PST-CURRENCY (WS-PST-IX) TO WS-PAIR-CURR.
           MOVE WS-PST-ORIG1 (WS-PST-IX) TO WS-ORIG-NUM1.
           MOVE WS-PST-ORIG2 (WS-PST-IX) TO WS-ORIG-NUM2.
           MOVE SPACES TO CB5-AUD-RECORD.
           MOVE WRK-NUM1 TO AUD-NUM1.
           MOVE WRK-NUM2 TO AUD-NUM2.
           MOVE WS-SOMA TO AUD-SOMA.
           MOVE WS-SUBTRACAO TO AUD-SUBTRACAO.
           MOVE WS-DIVISAO TO AUD-DIVISAO.
           MOVE WS-RESTO TO AUD-RESTO.
           MOVE WS-MULTIPLICACAO TO AUD-MULTIPLICACAO.
           MOVE WS-MEDIA TO AUD-MEDIA.
           MOVE WS-PCT-CHANGE TO AUD-PCT-CHANGE.
           PERFORM 2920-WRITE-AUDIT.

       2400-START-CURRENCY.
           MOVE WS-PST-CURRENCY (WS-PST-IX) TO WS-PRV-CURRENCY.
           MOVE ZEROS TO WS-CUR-REVALUED.
           MOVE ZEROS TO WS-CUR-UNCHANGED.
           MOVE ZEROS TO WS-CUR-SKIPPED.
           MOVE ZEROS TO WS-CUR-TOTALS.
           MOVE WS-WRP-BLANK TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
               UNTIL WS-RVQ-IX > WS-RVQ-COUNT
               IF WS-RVQ-CURR (WS-RVQ-IX) = WS-PRV-CURRENCY
                   MOVE WS-RVQ-CURR (WS-RVQ-IX) TO WRP-RQ-CURRENCY
                   MOVE WS-RVQ-FROM (WS-RVQ-IX) TO WRP-RQ-FROM
                   MOVE WS-RVQ-THRU (WS-RVQ-IX) TO WRP-RQ-THRU
                   MOVE WS-RVQ-OLD-RATE (WS-RVQ-IX)
                       TO WRP-RQ-OLD-RATE
                   MOVE WS-RVQ-NEW-RATE (WS-RVQ-IX)
                       TO WRP-RQ-NEW-RATE
                   MOVE WS-WRP-REQUEST TO CB5-WRP-LINE
                   PERFORM 2900-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-WRP-POST-COLS TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-WRP-IMAGE-COLS TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2450-END-CURRENCY.
           MOVE WS-WRP-BLANK TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PRV-CURRENCY TO WRP-CT-CURRENCY.
           MOVE WS-CUR-REVALUED TO WRP-CT-REVALUED.
           MOVE WS-CUR-UNCHANGED TO WRP-CT-UNCHANGED.
           MOVE WS-CUR-SKIPPED TO WRP-CT-SKIPPED.
           MOVE WS-WRP-CUR-COUNTS TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-WRP-TOT-COLS TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WRP-TOTAL.
           MOVE 'BEFORE' TO WRP-TOT-LABEL.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-CTOT-BEF (WS-VAL-IX) TO WRP-TOT-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-WRP-TOTAL TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WRP-TOTAL.
           MOVE 'AFTER' TO WRP-TOT-LABEL.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-CTOT-AFT (WS-VAL-IX) TO WRP-TOT-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-WRP-TOTAL TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WRP-TOTAL.
           MOVE 'DIFFERENCE' TO WRP-TOT-LABEL.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               COMPUTE WRP-TOT-VAL (WS-VAL-IX) =
                   WS-CTOT-AFT (WS-VAL-IX) - WS-CTOT-BEF (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-WRP-TOTAL TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2500-WRITE-POSTING-LINE.
           MOVE SPACES TO WS-WRP-POSTING.
           MOVE WS-PST-PAIR-ID (WS-PST-IX) TO WRP-PAIR-ID.
           MOVE WS-PST-RUN-DATE (WS-PST-IX) TO WRP-RUN-DATE.
           MOVE WS-PST-CURRENCY (WS-PST-IX) TO WRP-CURRENCY.
           MOVE WS-PST-ORIG1 (WS-PST-IX) TO WRP-ORIG1.
           MOVE WS-PST-ORIG2 (WS-PST-IX) TO WRP-ORIG2.
           MOVE WS-FOUND-RATE TO WRP-RATE.
           MOVE WS-DISPOSITION TO WRP-DISPOSITION.
           MOVE WS-WRP-POSTING TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2550-WRITE-IMAGE-LINES.
           MOVE SPACES TO WS-WRP-IMAGE.
           MOVE 'BEFORE' TO WRP-IMAGE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-BEF-VAL (WS-VAL-IX) TO WRP-IMG-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-BEF-PCT-CHANGE TO WRP-IMG-PCT.
           MOVE WS-WRP-IMAGE TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WRP-IMAGE.
           MOVE 'AFTER' TO WRP-IMAGE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               MOVE WS-AFT-VAL (WS-VAL-IX) TO WRP-IMG-VAL (WS-VAL-IX)
           END-PERFORM.
           MOVE WS-PCT-CHANGE TO WRP-IMG-PCT.
           MOVE WS-WRP-IMAGE TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WRP-IMAGE.
           MOVE 'CHANGE' TO WRP-IMAGE.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 8
               COMPUTE WRP-IMG-VAL (WS-VAL-IX) =
                   WS-AFT-VAL (WS-VAL-IX) - WS-BEF-VAL (WS-VAL-IX)
           END-PERFORM.
           COMPUTE WRP-IMG-PCT = WS-PCT-CHANGE - WS-BEF-PCT-CHANGE.
           MOVE WS-WRP-IMAGE TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-WRITE-REPORT-HEADERS.
           MOVE WS-WRP-HDR1 TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-UPDATE-RESULTS
               MOVE 'UPDATE - RESULTS REWRITTEN' TO HDR-RUN-MODE
           ELSE
               MOVE 'TRIAL - RESULTS NOT UPDATED' TO HDR-RUN-MODE
           END-IF.
           MOVE WS-WRP-HDR2 TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-RVQ-COUNT = 0
               MOVE WS-WRP-BLANK TO CB5-WRP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
               MOVE WS-WRP-NONE TO CB5-WRP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-WRP-BLANK TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-RVQ-COUNT TO WRP-GR-REQUESTS.
           MOVE WS-PST-COUNT TO WRP-GR-POSTINGS.
           MOVE WS-REVALUED-COUNT TO WRP-GR-REVALUED.
           MOVE WS-UNCHANGED-COUNT TO WRP-GR-UNCHANGED.
           MOVE WS-SKIPPED-COUNT TO WRP-GR-SKIPPED.
           MOVE WS-WRP-GRAND TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-NET-SOMA TO WRP-GR-NET-SOMA.
           MOVE WS-AUD-BAD-COUNT TO WRP-GR-AUD-BAD.
           MOVE WS-WRP-GRAND2 TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-WRP-BLANK TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-WRP-SIGNOFF TO CB5-WRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-WRP-LINE.
           IF WS-WRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO WRITE CB5WRP, STATUS '
                   WS-WRP-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-WRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2920-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE WS-PST-PAIR-ID (WS-PST-IX) TO AUD-PAIR-ID.
           MOVE WS-PAIR-CURR TO AUD-CURRENCY.
           MOVE WS-ORIG-NUM1 TO AUD-ORIG-NUM1.
           MOVE WS-ORIG-NUM2 TO AUD-ORIG-NUM2.
           MOVE WS-PST-RUN-DATE (WS-PST-IX) TO AUD-SOURCE.
           MOVE 'V' TO AUD-MODE.
           WRITE CB5-AUD-RECORD.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO WRITE CB5AUD, STATUS '
                   WS-AUD-STATUS
               CLOSE CB5-RES-FILE
               CLOSE CB5-AUD-FILE
               CLOSE CB5-WRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2990-WRITE-RUN-HISTORY.
           OPEN EXTEND CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CB5-HIST-RECORD.
           MOVE WS-START-TS(1:8) TO HIST-PROC-DATE.
           MOVE WS-START-TS TO HIST-START-TS.
           MOVE WS-END-TS TO HIST-END-TS.
           MOVE WS-PST-COUNT TO HIST-READ-COUNT.
           MOVE WS-REVALUED-COUNT TO HIST-CALC-COUNT.
           MOVE WS-SKIPPED-COUNT TO HIST-REJECT-COUNT.
           MOVE WS-NET-SOMA TO HIST-CONTROL-TOTAL.
           MOVE WS-REV-MIN TO HIST-MIN.
           MOVE WS-REV-MAX TO HIST-MAX.
           MOVE WS-WORST-CALC-RC TO HIST-WORST-RC.
           MOVE 'PROGCB5W' TO HIST-PROGRAM.
           WRITE CB5-HIST-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5W - UNABLE TO WRITE CB5HIST, STATUS '
                   WS-HIST-STATUS
               CLOSE CB5-HIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CB5-HIST-FILE.

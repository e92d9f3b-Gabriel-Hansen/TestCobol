       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5O.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-HIST-FILE ASSIGN TO "CB5HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CB5-REJ-FILE ASSIGN TO "CB5REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT CB5-RES-FILE ASSIGN TO "CB5RES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RES-STATUS.
           SELECT CB5-AUD-FILE ASSIGN TO "CB5AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CB5-ORP-FILE ASSIGN TO "CB5ORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORP-STATUS.
           SELECT CB5-OST-FILE ASSIGN TO "CB5OST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OST-STATUS.
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
              88 AUD-INTERACTIVE-ENTRY VALUE 'I'.
       FD  CB5-ORP-FILE.
       01  CB5-ORP-LINE             PIC X(132).
       FD  CB5-OST-FILE.
       01  CB5-OST-RECORD.
           05 OST-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 OST-STATUS            PIC X(05).
           05 FILLER                PIC X(01).
           05 OST-RUN-COUNT         PIC 9(02).
           05 FILLER                PIC X(01).
           05 OST-START-TS          PIC X(14).
           05 FILLER                PIC X(01).
           05 OST-END-TS            PIC X(14).
           05 FILLER                PIC X(01).
           05 OST-WORST-RC          PIC 9(02).
           05 FILLER                PIC X(01).
           05 OST-REJECT-COUNT      PIC 9(08).
           05 FILLER                PIC X(01).
           05 OST-BATCH-REJ         PIC 9(04).
           05 FILLER                PIC X(01).
           05 OST-POSTED            PIC 9(08).
           05 FILLER                PIC X(01).
           05 OST-TIE-FLAG          PIC X(01).
           05 FILLER                PIC X(01).
           05 OST-TIE-DIFF          PIC S9(9)V99 SIGN LEADING
                                    SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 OST-VAR-COUNT         PIC 9(08).
       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(02) VALUE SPACES.
       77 WS-ORP-STATUS PIC X(02) VALUE SPACES.
       77 WS-OST-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       77 WS-PROC-DATE PIC X(08) VALUE SPACES.
       77 WS-TIE-DATE PIC X(08) VALUE SPACES.
       77 WS-REJAMB PIC 9(08) VALUE 1.
       77 WS-REJRED PIC 9(08) VALUE ZEROS.
       77 WS-BATAMB PIC 9(08) VALUE 1.
       77 WS-BATRED PIC 9(08) VALUE ZEROS.
       77 WS-MINPOST PIC 9(08) VALUE 1.
       77 WS-VARAMB PIC 9(08) VALUE 1.
       77 WS-VARRED PIC 9(08) VALUE ZEROS.
       77 WS-TOL-TYPE PIC X(01) VALUE 'P'.
           88 WS-TOL-ABSOLUTE VALUE 'A'.
           88 WS-TOL-PERCENT VALUE 'P'.
       77 WS-TOL-LIMIT PIC 9(7)V99 VALUE 10.
       77 WS-PCT-CNT PIC 9(02) VALUE ZEROS.
       77 WS-TOL-INT-X PIC X(10) VALUE SPACES.
       77 WS-TOL-DEC-X PIC X(10) VALUE SPACES.
       77 WS-TOL-INT-LEN PIC 9(02) VALUE ZEROS.
       77 WS-TOL-DEC-LEN PIC 9(02) VALUE ZEROS.
       77 WS-TOL-INT PIC 9(07) VALUE ZEROS.
       77 WS-TOL-DEC PIC 9(02) VALUE ZEROS.
       77 WS-NUM-LEN PIC 9(02) VALUE ZEROS.
       77 WS-NUM-VALUE PIC 9(08) VALUE ZEROS.
       77 WS-RULE-AMB-VALUE PIC 9(08) VALUE ZEROS.
       77 WS-RULE-RED-VALUE PIC 9(08) VALUE ZEROS.
       77 WS-RUN-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-FIRST-START PIC X(14) VALUE SPACES.
       77 WS-LAST-END PIC X(14) VALUE SPACES.
       77 WS-WORST-RC PIC 9(02) VALUE ZEROS.
       77 WS-HIST-READ PIC 9(08) VALUE ZEROS.
       77 WS-HIST-CALC PIC 9(08) VALUE ZEROS.
       77 WS-HIST-REJECT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-OTHER-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REJ-UNDATED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-RSN-COUNT PIC 9(02) VALUE ZEROS.
       77 WS-RSN-IX PIC 9(02) VALUE ZEROS.
       77 WS-RSN-SLOT PIC 9(02) VALUE ZEROS.
       01  WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 20 TIMES.
              10 WS-RSN-CODE        PIC X(02).
              10 WS-RSN-RECORDS     PIC 9(08).
       77 WS-BAT-COUNT PIC 9(04) VALUE ZEROS.
       77 WS-BAT-IX PIC 9(04) VALUE ZEROS.
       77 WS-BAT-SLOT PIC 9(04) VALUE ZEROS.
       01  WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 100 TIMES.
              10 WS-BAT-SOURCE      PIC X(08).
              10 WS-BAT-RECORDS     PIC 9(08).
       77 WS-POSTED-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-RES-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-VAR-COMPARE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-VAR-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-VAR-LISTED PIC 9(04) VALUE ZEROS.
       77 WS-VAR-IX PIC 9(04) VALUE ZEROS.
       77 WS-VAR-UNLISTED PIC 9(08) VALUE ZEROS.
       01  WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 100 TIMES.
              10 WS-VAR-PAIR-ID     PIC X(08).
              10 WS-VAR-PRV-DATE    PIC X(08).
              10 WS-VAR-NAME        PIC X(13).
              10 WS-VAR-PRV         PIC S9(7)V99.
              10 WS-VAR-CUR         PIC S9(7)V99.
              10 WS-VAR-DELTA       PIC S9(8)V99.
       77 WS-PRV-PAIR-ID PIC X(08) VALUE SPACES.
       77 WS-PRV-RUN-DATE PIC X(08) VALUE SPACES.
       77 WS-PRV-SOMA PIC S9(7)V99 VALUE ZEROS.
       77 WS-PRV-MULT PIC S9(7)V99 VALUE ZEROS.
       77 WS-PRV-PCT PIC S9(5)V99 VALUE ZEROS.
       77 WS-CMP-NAME PIC X(13) VALUE SPACES.
       77 WS-CMP-PRV PIC S9(7)V99 VALUE ZEROS.
       77 WS-CMP-CUR PIC S9(7)V99 VALUE ZEROS.
       77 WS-CMP-DELTA PIC S9(8)V99 VALUE ZEROS.
       77 WS-CMP-ABS-DELTA PIC 9(8)V99 VALUE ZEROS.
       77 WS-CMP-ABS-PRV PIC 9(7)V99 VALUE ZEROS.
       77 WS-CMP-THRESHOLD PIC 9(8)V99 VALUE ZEROS.
       77 WS-SOMA-TOTAL PIC S9(11)V99 VALUE ZEROS.
       77 WS-HIST-TOTAL PIC S9(11)V99 VALUE ZEROS.
       77 WS-HIST-FOUND PIC 9(04) VALUE ZEROS.
       77 WS-RECON-DIFF PIC S9(11)V99 VALUE ZEROS.
       77 WS-AUD-SKIP-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-TIE-SW PIC X(01) VALUE 'N'.
           88 WS-TIES VALUE 'Y'.
       77 WS-LEVEL PIC 9(01) VALUE ZEROS.
       77 WS-OVERALL-LEVEL PIC 9(01) VALUE ZEROS.
       77 WS-EDIT-COUNT PIC ZZZZZZZ9.
       77 WS-EDIT-RC PIC Z9.
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
           05 WS-CTL-TOKEN OCCURS 10 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-ORP-HDR1.
           05 FILLER PIC X(44) VALUE
               'PROGCB5O - MORNING OPERATIONS CONTROL SHEET'.
           05 FILLER PIC X(18) VALUE 'PROCESSING DATE = '.
           05 HDR-PROC-DATE         PIC X(08).
           05 FILLER PIC X(62) VALUE SPACES.
       01  WS-ORP-BLANK             PIC X(132) VALUE SPACES.
       01  WS-ORP-SECTION.
           05 ORP-SECTION-TITLE     PIC X(60).
           05 FILLER PIC X(72) VALUE SPACES.
       01  WS-ORP-RUN1.
           05 FILLER PIC X(08) VALUE '  RUNS ='.
           05 ORP-RUN-COUNT         PIC ZZ9.
           05 FILLER PIC X(17) VALUE '   FIRST START = '.
           05 ORP-FIRST-START       PIC X(14).
           05 FILLER PIC X(14) VALUE '   LAST END = '.
           05 ORP-LAST-END          PIC X(14).
           05 FILLER PIC X(15) VALUE '   WORST RC =  '.
           05 ORP-WORST-RC          PIC Z9.
           05 FILLER PIC X(45) VALUE SPACES.
       01  WS-ORP-RUN2.
           05 FILLER PIC X(17) VALUE '  RECORDS READ = '.
           05 ORP-HIST-READ         PIC ZZZZZZZ9.
           05 FILLER PIC X(17) VALUE '   CALCULATED = '.
           05 ORP-HIST-CALC         PIC ZZZZZZZ9.
           05 FILLER PIC X(15) VALUE '   REJECTED = '.
           05 ORP-HIST-REJECT       PIC ZZZZZZZ9.
           05 FILLER PIC X(59) VALUE SPACES.
       01  WS-ORP-REASON.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-RSN-CODE          PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-RSN-TEXT          PIC X(40).
           05 ORP-RSN-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(78) VALUE SPACES.
       01  WS-ORP-REJ-TOTAL.
           05 FILLER PIC X(19) VALUE '  TOTAL REJECTED = '.
           05 ORP-REJ-TOTAL         PIC ZZZZZZZ9.
           05 FILLER PIC X(15) VALUE '   (UNDATED = '.
           05 ORP-REJ-UNDATED       PIC ZZZZZZZ9.
           05 FILLER PIC X(32) VALUE
               ')   OTHER DATES NOT COUNTED = '.
           05 ORP-REJ-OTHER         PIC ZZZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       01  WS-ORP-BATCH.
           05 FILLER PIC X(09) VALUE '  SOURCE '.
           05 ORP-BAT-SOURCE        PIC X(08).
           05 FILLER PIC X(22) VALUE '   DETAILS REJECTED = '.
           05 ORP-BAT-RECORDS       PIC ZZZZZZZ9.
           05 FILLER PIC X(85) VALUE SPACES.
       01  WS-ORP-NONE.
           05 FILLER PIC X(06) VALUE '  NONE'.
           05 FILLER PIC X(126) VALUE SPACES.
       01  WS-ORP-POSTED.
           05 FILLER PIC X(27) VALUE '  PAIRS POSTED FOR DATE = '.
           05 ORP-POSTED            PIC ZZZZZZZ9.
           05 FILLER PIC X(23) VALUE '   RESULTS RECORDS READ'.
           05 FILLER PIC X(03) VALUE ' = '.
           05 ORP-RES-READ          PIC ZZZZZZZ9.
           05 FILLER PIC X(63) VALUE SPACES.
       01  WS-ORP-TIE1.
           05 FILLER PIC X(26) VALUE '  TIE-OUT DAY (RUN START) '.
           05 ORP-TIE-DATE          PIC X(08).
           05 FILLER PIC X(28) VALUE
               '   UNPARSEABLE AUDIT ROWS = '.
           05 ORP-TIE-SKIP          PIC ZZZZZZZ9.
           05 FILLER PIC X(62) VALUE SPACES.
       01  WS-ORP-TIE2.
           05 FILLER PIC X(23) VALUE '  CONVERTED SOMA TOTAL='.
           05 ORP-TIE-SOMA          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(23) VALUE '  CB5HIST CONTROL TOTAL'.
           05 FILLER PIC X(01) VALUE '='.
           05 ORP-TIE-HIST          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE '  DIFFERENCE'.
           05 FILLER PIC X(01) VALUE '='.
           05 ORP-TIE-DIFF          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE SPACES.
       01  WS-ORP-VAR1.
           05 FILLER PIC X(14) VALUE '  TOLERANCE = '.
           05 ORP-VAR-TOL           PIC ZZZZZZ9.99.
           05 ORP-VAR-TOL-TYPE      PIC X(09).
           05 FILLER PIC X(20) VALUE '   PAIRS COMPARED = '.
           05 ORP-VAR-COMPARED      PIC ZZZZZZZ9.
           05 FILLER PIC X(16) VALUE '   EXCEPTIONS = '.
           05 ORP-VAR-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.
       01  WS-ORP-VAR-COLS.
           05 FILLER PIC X(12) VALUE '  PAIR ID'.
           05 FILLER PIC X(10) VALUE 'PRIOR RUN'.
           05 FILLER PIC X(15) VALUE 'RESULT'.
           05 FILLER PIC X(14) VALUE 'PRIOR VALUE'.
           05 FILLER PIC X(14) VALUE 'THIS VALUE'.
           05 FILLER PIC X(14) VALUE 'MOVEMENT'.
           05 FILLER PIC X(53) VALUE SPACES.
       01  WS-ORP-VAR-DETAIL.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-VAR-PAIR-ID       PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-VAR-PRV-DATE      PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-VAR-NAME          PIC X(13).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-VAR-PRV           PIC -ZZZZZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ORP-VAR-CUR           PIC -ZZZZZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ORP-VAR-DELTA         PIC -ZZZZZZZ9.99.
           05 FILLER PIC X(55) VALUE SPACES.
       01  WS-ORP-VAR-MORE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ORP-VAR-UNLISTED      PIC ZZZZZZZ9.
           05 FILLER PIC X(40) VALUE
               ' FURTHER EXCEPTIONS NOT LISTED'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  WS-ORP-CHECK-COLS.
           05 FILLER PIC X(32) VALUE '  CHECK'.
           05 FILLER PIC X(22) VALUE 'VALUE'.
           05 FILLER PIC X(42) VALUE 'THRESHOLD'.
           05 FILLER PIC X(06) VALUE 'STATUS'.
           05 FILLER PIC X(30) VALUE SPACES.
       01  WS-ORP-CHECK.
           05 ORP-CK-NAME           PIC X(32).
           05 ORP-CK-VALUE          PIC X(20).
           05 FILLER                PIC X(02).
           05 ORP-CK-RULE           PIC X(40).
           05 FILLER                PIC X(02).
           05 ORP-CK-STATUS         PIC X(05).
           05 FILLER                PIC X(31).
       01  WS-RULE-AMBRED.
           05 FILLER PIC X(09) VALUE 'AMBER AT '.
           05 RULE-AMB              PIC X(08).
           05 FILLER PIC X(09) VALUE '  RED AT '.
           05 RULE-RED              PIC X(08).
           05 FILLER PIC X(06) VALUE SPACES.
       01  WS-RULE-MINPOST.
           05 FILLER PIC X(10) VALUE 'RED BELOW '.
           05 RULE-MINPOST          PIC X(08).
           05 FILLER PIC X(22) VALUE SPACES.
       01  WS-ORP-OVERALL.
           05 FILLER PIC X(26) VALUE '*** OVERALL STATUS FOR    '.
           05 ORP-OV-DATE           PIC X(08).
           05 FILLER PIC X(04) VALUE ' :  '.
           05 ORP-OV-STATUS         PIC X(05).
           05 FILLER PIC X(04) VALUE ' ***'.
           05 FILLER PIC X(85) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-CONTROL-SHEET.
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
                    WS-CTL-TOKEN (9) WS-CTL-TOKEN (10)
           END-UNSTRING.
           PERFORM VARYING WS-TOK-IX FROM 1 BY 1
               UNTIL WS-TOK-IX > 10
               IF WS-CTL-TOKEN (WS-TOK-IX) NOT = SPACES
                   PERFORM 0110-PARSE-ONE-KEYWORD
               END-IF
           END-PERFORM.
           IF WS-PROC-DATE = SPACES
               DISPLAY 'PROGCB5O - DATE=YYYYMMDD IS REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REJRED > 0
               AND WS-REJAMB > WS-REJRED
               DISPLAY 'PROGCB5O - REJAMB IS ABOVE REJRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BATRED > 0
               AND WS-BATAMB > WS-BATRED
               DISPLAY 'PROGCB5O - BATAMB IS ABOVE BATRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-VARRED > 0
               AND WS-VARAMB > WS-VARRED
               DISPLAY 'PROGCB5O - VARAMB IS ABOVE VARRED'
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
               WHEN 'REJAMB'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-REJAMB
               WHEN 'REJRED'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-REJRED
               WHEN 'BATAMB'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-BATAMB
               WHEN 'BATRED'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-BATRED
               WHEN 'MINPOST'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-MINPOST
               WHEN 'TOL'
                   PERFORM 0130-PARSE-TOLERANCE
               WHEN 'VARAMB'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-VARAMB
               WHEN 'VARRED'
                   PERFORM 0120-PARSE-COUNT
                   MOVE WS-NUM-VALUE TO WS-VARRED
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0120-PARSE-COUNT.
           MOVE ZEROS TO WS-NUM-LEN.
           INSPECT WS-CTL-VALUE TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-LEN = 0
               OR WS-NUM-LEN > 8
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.
           IF WS-CTL-VALUE(1:WS-NUM-LEN) IS NOT NUMERIC
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.
           MOVE WS-CTL-VALUE(1:WS-NUM-LEN) TO WS-NUM-VALUE.

       0130-PARSE-TOLERANCE.
           MOVE ZEROS TO WS-PCT-CNT.
           INSPECT WS-CTL-VALUE TALLYING WS-PCT-CNT FOR ALL '%'.
           IF WS-PCT-CNT > 1
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.
           IF WS-PCT-CNT = 1
               MOVE 'P' TO WS-TOL-TYPE
               INSPECT WS-CTL-VALUE REPLACING ALL '%' BY ' '
           ELSE
               MOVE 'A' TO WS-TOL-TYPE
           END-IF.
           MOVE SPACES TO WS-TOL-INT-X.
           MOVE SPACES TO WS-TOL-DEC-X.
           MOVE ZEROS TO WS-TOL-INT-LEN.
           MOVE ZEROS TO WS-TOL-DEC-LEN.
           UNSTRING WS-CTL-VALUE DELIMITED BY '.' OR ' '
               INTO WS-TOL-INT-X COUNT IN WS-TOL-INT-LEN
                    WS-TOL-DEC-X COUNT IN WS-TOL-DEC-LEN
           END-UNSTRING.
           IF WS-TOL-INT-LEN = 0
               OR WS-TOL-INT-LEN > 7
               OR WS-TOL-DEC-LEN > 2
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.
           IF WS-TOL-INT-X(1:WS-TOL-INT-LEN) IS NOT NUMERIC
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.
           MOVE WS-TOL-INT-X(1:WS-TOL-INT-LEN) TO WS-TOL-INT.
           MOVE ZEROS TO WS-TOL-DEC.
           IF WS-TOL-DEC-LEN > 0
               IF WS-TOL-DEC-X(1:WS-TOL-DEC-LEN) IS NOT NUMERIC
                   PERFORM 0080-CONTROL-CARD-ERROR
               END-IF
               MOVE WS-TOL-DEC-X(1:WS-TOL-DEC-LEN) TO WS-TOL-DEC
               IF WS-TOL-DEC-LEN = 1
                   COMPUTE WS-TOL-DEC = WS-TOL-DEC * 10
               END-IF
           END-IF.
           COMPUTE WS-TOL-LIMIT = WS-TOL-INT + (WS-TOL-DEC / 100).
           IF WS-TOL-LIMIT = 0
               PERFORM 0080-CONTROL-CARD-ERROR
           END-IF.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5O - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5O - EXPECTED DATE=YYYYMMDD REJAMB=N '
               'REJRED=N BATAMB=N BATRED=N MINPOST=N'.
           DISPLAY 'PROGCB5O -          TOL=NNN.NN OR TOL=NN% '
               'VARAMB=N VARRED=N'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-CONTROL-SHEET.
           MOVE SPACES TO WS-RSN-TABLE.
           MOVE SPACES TO WS-BAT-TABLE.
           PERFORM 1000-READ-RUN-HISTORY.
           PERFORM 1200-COUNT-REJECTS.
           PERFORM 1400-COUNT-POSTED-PAIRS.
           IF WS-RUN-COUNT > 0
               MOVE WS-FIRST-START(1:8) TO WS-TIE-DATE
               PERFORM 1600-ACCUMULATE-AUDIT-SOMA
               PERFORM 1800-ACCUMULATE-HIST-TOTAL
               COMPUTE WS-RECON-DIFF = WS-SOMA-TOTAL - WS-HIST-TOTAL
               IF WS-RECON-DIFF = ZEROS
                   SET WS-TIES TO TRUE
               END-IF
           END-IF.

           OPEN OUTPUT CB5-ORP-FILE.
           IF WS-ORP-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5ORP, STATUS '
                   WS-ORP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-WRITE-RUN-SECTION.
           PERFORM 2100-WRITE-REJECT-SECTION.
           PERFORM 2200-WRITE-BATCH-SECTION.
           PERFORM 2300-WRITE-POSTED-SECTION.
           PERFORM 2400-WRITE-TIE-OUT-SECTION.
           PERFORM 2450-WRITE-VARIANCE-SECTION.
           PERFORM 2500-WRITE-STATUS-SECTION.
           CLOSE CB5-ORP-FILE.
           PERFORM 2600-WRITE-STATUS-RECORD.

           EVALUATE WS-OVERALL-LEVEL
               WHEN 0
                   MOVE 0 TO WS-JOB-RC
               WHEN 1
                   MOVE 4 TO WS-JOB-RC
               WHEN OTHER
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE.
           DISPLAY 'PROGCB5O - PROCESSING DATE ' WS-PROC-DATE
               ' STATUS ' OST-STATUS ', ENDING WITH RETURN CODE '
               WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-READ-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-READ-HISTORY.
           PERFORM UNTIL WS-EOF
               IF HIST-PROC-DATE = WS-PROC-DATE
                   AND HIST-START-TS IS NUMERIC
                   AND HIST-END-TS IS NUMERIC
                   AND (HIST-PROGRAM = 'PROGCB5D'
                        OR HIST-PROGRAM = 'PROGCB5M'
                        OR HIST-PROGRAM = SPACES)
                   PERFORM 1060-ACCUMULATE-RUN
               END-IF
               PERFORM 1050-READ-HISTORY
           END-PERFORM.
           CLOSE CB5-HIST-FILE.

       1050-READ-HISTORY.
           READ CB5-HIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1060-ACCUMULATE-RUN.
           ADD 1 TO WS-RUN-COUNT.
           IF WS-FIRST-START = SPACES
               OR HIST-START-TS < WS-FIRST-START
               MOVE HIST-START-TS TO WS-FIRST-START
           END-IF.
           IF HIST-END-TS > WS-LAST-END
               MOVE HIST-END-TS TO WS-LAST-END
           END-IF.
           IF HIST-WORST-RC IS NUMERIC
               AND HIST-WORST-RC > WS-WORST-RC
               MOVE HIST-WORST-RC TO WS-WORST-RC
           END-IF.
           IF HIST-READ-COUNT IS NUMERIC
               ADD HIST-READ-COUNT TO WS-HIST-READ
           END-IF.
           IF HIST-CALC-COUNT IS NUMERIC
               ADD HIST-CALC-COUNT TO WS-HIST-CALC
           END-IF.
           IF HIST-REJECT-COUNT IS NUMERIC
               ADD HIST-REJECT-COUNT TO WS-HIST-REJECT
           END-IF.

       1200-COUNT-REJECTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-REJ-FILE.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5REJ, STATUS '
                   WS-REJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1250-READ-REJECT.
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN REJ-PROC-DATE = WS-PROC-DATE
                       PERFORM 1260-COUNT-ONE-REJECT
                   WHEN REJ-PROC-DATE = SPACES
                       ADD 1 TO WS-REJ-UNDATED-COUNT
                       PERFORM 1260-COUNT-ONE-REJECT
                   WHEN OTHER
                       ADD 1 TO WS-REJ-OTHER-COUNT
               END-EVALUATE
               PERFORM 1250-READ-REJECT
           END-PERFORM.
           CLOSE CB5-REJ-FILE.

       1250-READ-REJECT.
           READ CB5-REJ-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               AND WS-REJ-STATUS NOT = '00'
               AND WS-REJ-STATUS NOT = '04'
               DISPLAY 'PROGCB5O - UNABLE TO READ CB5REJ, STATUS '
                   WS-REJ-STATUS
               CLOSE CB5-REJ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1260-COUNT-ONE-REJECT.
           ADD 1 TO WS-REJ-COUNT.
           MOVE ZEROS TO WS-RSN-SLOT.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT
               IF WS-RSN-CODE (WS-RSN-IX) = REJ-REASON-CODE
                   MOVE WS-RSN-IX TO WS-RSN-SLOT
               END-IF
           END-PERFORM.
           IF WS-RSN-SLOT = ZEROS
               IF WS-RSN-COUNT = 20
                   DISPLAY 'PROGCB5O - MORE THAN 20 REJECT REASON '
                       'CODES - ENLARGE WS-RSN-TABLE'
                   CLOSE CB5-REJ-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-RSN-SLOT
               MOVE REJ-REASON-CODE TO WS-RSN-CODE (WS-RSN-SLOT)
               MOVE ZEROS TO WS-RSN-RECORDS (WS-RSN-SLOT)
           END-IF.
           ADD 1 TO WS-RSN-RECORDS (WS-RSN-SLOT).

           IF REJ-REASON-CODE = '10'
               MOVE ZEROS TO WS-BAT-SLOT
               PERFORM VARYING WS-BAT-IX FROM 1 BY 1
                   UNTIL WS-BAT-IX > WS-BAT-COUNT
                   IF WS-BAT-SOURCE (WS-BAT-IX) = REJ-SOURCE
                       MOVE WS-BAT-IX TO WS-BAT-SLOT
                   END-IF
               END-PERFORM
               IF WS-BAT-SLOT = ZEROS
                   IF WS-BAT-COUNT = 100
                       DISPLAY 'PROGCB5O - MORE THAN 100 BATCHES '
                           'REJECTED - ENLARGE WS-BAT-TABLE'
                       CLOSE CB5-REJ-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BAT-COUNT
                   MOVE WS-BAT-COUNT TO WS-BAT-SLOT
                   MOVE REJ-SOURCE TO WS-BAT-SOURCE (WS-BAT-SLOT)
                   MOVE ZEROS TO WS-BAT-RECORDS (WS-BAT-SLOT)
               END-IF
               ADD 1 TO WS-BAT-RECORDS (WS-BAT-SLOT)
           END-IF.

       1400-COUNT-POSTED-PAIRS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-RES-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5RES, STATUS '
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1450-READ-RESULT.
           PERFORM UNTIL WS-EOF
               IF RES-RUN-DATE = WS-PROC-DATE
                   ADD 1 TO WS-POSTED-COUNT
                   IF RES-PAIR-ID = WS-PRV-PAIR-ID
                       ADD 1 TO WS-VAR-COMPARE-COUNT
                       PERFORM 1460-COMPARE-PAIR-DAY
                   END-IF
               END-IF
               MOVE RES-PAIR-ID TO WS-PRV-PAIR-ID
               MOVE RES-RUN-DATE TO WS-PRV-RUN-DATE
               MOVE RES-SOMA TO WS-PRV-SOMA
               MOVE RES-MULTIPLICACAO TO WS-PRV-MULT
               MOVE RES-PCT-CHANGE TO WS-PRV-PCT
               PERFORM 1450-READ-RESULT
           END-PERFORM.
           CLOSE CB5-RES-FILE.

       1450-READ-RESULT.
           READ CB5-RES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-RES-STATUS NOT = '00'
                   DISPLAY 'PROGCB5O - UNABLE TO READ CB5RES, STATUS '
                       WS-RES-STATUS
                   CLOSE CB5-RES-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RES-READ-COUNT
           END-IF.

       1460-COMPARE-PAIR-DAY.
           MOVE 'SOMA' TO WS-CMP-NAME.
           MOVE WS-PRV-SOMA TO WS-CMP-PRV.
           MOVE RES-SOMA TO WS-CMP-CUR.
           PERFORM 1470-CHECK-MOVEMENT.
           MOVE 'MULTIPLICACAO' TO WS-CMP-NAME.
           MOVE WS-PRV-MULT TO WS-CMP-PRV.
           MOVE RES-MULTIPLICACAO TO WS-CMP-CUR.
           PERFORM 1470-CHECK-MOVEMENT.
           MOVE 'PCT CHANGE' TO WS-CMP-NAME.
           MOVE WS-PRV-PCT TO WS-CMP-PRV.
           MOVE RES-PCT-CHANGE TO WS-CMP-CUR.
           PERFORM 1470-CHECK-MOVEMENT.

       1470-CHECK-MOVEMENT.
           COMPUTE WS-CMP-DELTA = WS-CMP-CUR - WS-CMP-PRV.
           IF WS-CMP-DELTA < 0
               COMPUTE WS-CMP-ABS-DELTA = 0 - WS-CMP-DELTA
           ELSE
               MOVE WS-CMP-DELTA TO WS-CMP-ABS-DELTA
           END-IF.
           IF WS-TOL-ABSOLUTE
               MOVE WS-TOL-LIMIT TO WS-CMP-THRESHOLD
           ELSE
               IF WS-CMP-PRV < 0
                   COMPUTE WS-CMP-ABS-PRV = 0 - WS-CMP-PRV
               ELSE
                   MOVE WS-CMP-PRV TO WS-CMP-ABS-PRV
               END-IF
               COMPUTE WS-CMP-THRESHOLD ROUNDED =
                   (WS-CMP-ABS-PRV * WS-TOL-LIMIT) / 100
           END-IF.
           IF WS-CMP-ABS-DELTA > WS-CMP-THRESHOLD
               ADD 1 TO WS-VAR-COUNT
               IF WS-VAR-LISTED < 100
                   ADD 1 TO WS-VAR-LISTED
                   MOVE RES-PAIR-ID TO WS-VAR-PAIR-ID (WS-VAR-LISTED)
                   MOVE WS-PRV-RUN-DATE
                       TO WS-VAR-PRV-DATE (WS-VAR-LISTED)
                   MOVE WS-CMP-NAME TO WS-VAR-NAME (WS-VAR-LISTED)
                   MOVE WS-CMP-PRV TO WS-VAR-PRV (WS-VAR-LISTED)
                   MOVE WS-CMP-CUR TO WS-VAR-CUR (WS-VAR-LISTED)
                   MOVE WS-CMP-DELTA TO WS-VAR-DELTA (WS-VAR-LISTED)
               ELSE
                   ADD 1 TO WS-VAR-UNLISTED
               END-IF
           END-IF.

       1600-ACCUMULATE-AUDIT-SOMA.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-AUD-FILE.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5AUD, STATUS '
                   WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1650-READ-AUDIT.
           PERFORM UNTIL WS-EOF
               IF AUD-TIMESTAMP(1:8) = WS-TIE-DATE
                   AND NOT AUD-INTERACTIVE-ENTRY
                   MOVE AUD-SOMA TO WS-PARSE-FIELD
                   PERFORM 3000-PARSE-AMOUNT
                   IF WS-PARSE-OK
                       ADD WS-PARSE-SIGNED TO WS-SOMA-TOTAL
                   ELSE
                       ADD 1 TO WS-AUD-SKIP-COUNT
                       DISPLAY 'PROGCB5O - UNPARSEABLE AUDIT AMOUNT '
                           'SKIPPED AT ' AUD-TIMESTAMP ' PAIR '
                           AUD-PAIR-ID
                   END-IF
               END-IF
               PERFORM 1650-READ-AUDIT
           END-PERFORM.
           CLOSE CB5-AUD-FILE.

       1650-READ-AUDIT.
           READ CB5-AUD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1800-ACCUMULATE-HIST-TOTAL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CB5-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5HIST, STATUS '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-READ-HISTORY.
           PERFORM UNTIL WS-EOF
               IF HIST-START-TS(1:8) = WS-TIE-DATE
                   AND HIST-CONTROL-TOTAL IS NUMERIC
                   ADD 1 TO WS-HIST-FOUND
                   ADD HIST-CONTROL-TOTAL TO WS-HIST-TOTAL
               END-IF
               PERFORM 1050-READ-HISTORY
           END-PERFORM.
           CLOSE CB5-HIST-FILE.

       2000-WRITE-RUN-SECTION.
           MOVE WS-PROC-DATE TO HDR-PROC-DATE.
           MOVE WS-ORP-HDR1 TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'NIGHTLY RUN (PROD.CALC.RUNHIST)' TO ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-RUN-COUNT = 0
               MOVE '  *** NO RUN HISTORY FOR THE PROCESSING DATE ***'
                   TO ORP-SECTION-TITLE
               MOVE WS-ORP-SECTION TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-RUN-COUNT TO ORP-RUN-COUNT
               MOVE WS-FIRST-START TO ORP-FIRST-START
               MOVE WS-LAST-END TO ORP-LAST-END
               MOVE WS-WORST-RC TO ORP-WORST-RC
               MOVE WS-ORP-RUN1 TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
               MOVE WS-HIST-READ TO ORP-HIST-READ
               MOVE WS-HIST-CALC TO ORP-HIST-CALC
               MOVE WS-HIST-REJECT TO ORP-HIST-REJECT
               MOVE WS-ORP-RUN2 TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2100-WRITE-REJECT-SECTION.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'REJECTS BY REASON CODE (PROD.CALC.REJECT)'
               TO ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-RSN-COUNT = 0
               MOVE WS-ORP-NONE TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT
               PERFORM 2150-WRITE-ONE-REASON
           END-PERFORM.
           MOVE WS-REJ-COUNT TO ORP-REJ-TOTAL.
           MOVE WS-REJ-UNDATED-COUNT TO ORP-REJ-UNDATED.
           MOVE WS-REJ-OTHER-COUNT TO ORP-REJ-OTHER.
           MOVE WS-ORP-REJ-TOTAL TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2150-WRITE-ONE-REASON.
           MOVE WS-RSN-CODE (WS-RSN-IX) TO ORP-RSN-CODE.
           EVALUATE WS-RSN-CODE (WS-RSN-IX)
               WHEN '01'
                   MOVE 'NUMERO1 NOT NUMERIC' TO ORP-RSN-TEXT
               WHEN '02'
                   MOVE 'NUMERO2 NOT NUMERIC' TO ORP-RSN-TEXT
               WHEN '03'
                   MOVE 'NUMERO2 ZERO' TO ORP-RSN-TEXT
               WHEN '04'
                   MOVE 'BAD RECORD TYPE' TO ORP-RSN-TEXT
               WHEN '05'
                   MOVE 'PAIR ID MISSING' TO ORP-RSN-TEXT
               WHEN '06'
                   MOVE 'NO RATE FOR CURRENCY' TO ORP-RSN-TEXT
               WHEN '07'
                   MOVE 'AMOUNT OVERFLOWS AFTER CONVERSION'
                       TO ORP-RSN-TEXT
               WHEN '08'
                   MOVE 'PAIR ID NOT ON PAIR MASTER' TO ORP-RSN-TEXT
               WHEN '09'
                   MOVE 'PAIR ID INACTIVE ON PAIR MASTER'
                       TO ORP-RSN-TEXT
               WHEN '10'
                   MOVE 'BATCH FAILED COUNT/HASH RECONCILIATION'
                       TO ORP-RSN-TEXT
               WHEN '11'
                   MOVE 'BATCH ALREADY ACCEPTED - DUPLICATE'
                       TO ORP-RSN-TEXT
               WHEN '12'
                   MOVE 'CURRENCY NOT THE PAIR MASTER CURRENCY'
                       TO ORP-RSN-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN REASON CODE' TO ORP-RSN-TEXT
           END-EVALUATE.
           MOVE WS-RSN-RECORDS (WS-RSN-IX) TO ORP-RSN-COUNT.
           MOVE WS-ORP-REASON TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2200-WRITE-BATCH-SECTION.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'BATCHES REJECTED WHOLE BY RECONCILE (REASON 10)'
               TO ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-BAT-COUNT = 0
               MOVE WS-ORP-NONE TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-BAT-IX FROM 1 BY 1
               UNTIL WS-BAT-IX > WS-BAT-COUNT
               MOVE WS-BAT-SOURCE (WS-BAT-IX) TO ORP-BAT-SOURCE
               MOVE WS-BAT-RECORDS (WS-BAT-IX) TO ORP-BAT-RECORDS
               MOVE WS-ORP-BATCH TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM.

       2300-WRITE-POSTED-SECTION.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'PAIRS POSTED (PROD.CALC.RESULTS)' TO
               ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-POSTED-COUNT TO ORP-POSTED.
           MOVE WS-RES-READ-COUNT TO ORP-RES-READ.
           MOVE WS-ORP-POSTED TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2400-WRITE-TIE-OUT-SECTION.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'CONVERTED TOTAL TIE-OUT (AUDIT SOMA TO RUNHIST)'
               TO ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-RUN-COUNT = 0
               MOVE '  NOT CHECKED - NO RUN FOR THE PROCESSING DATE'
                   TO ORP-SECTION-TITLE
               MOVE WS-ORP-SECTION TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-TIE-DATE TO ORP-TIE-DATE
               MOVE WS-AUD-SKIP-COUNT TO ORP-TIE-SKIP
               MOVE WS-ORP-TIE1 TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
               MOVE WS-SOMA-TOTAL TO ORP-TIE-SOMA
               MOVE WS-HIST-TOTAL TO ORP-TIE-HIST
               MOVE WS-RECON-DIFF TO ORP-TIE-DIFF
               MOVE WS-ORP-TIE2 TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2450-WRITE-VARIANCE-SECTION.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'VARIANCE EXCEPTIONS (DAY OVER DAY, PROD.CALC.RESULTS)'
               TO ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-TOL-LIMIT TO ORP-VAR-TOL.
           IF WS-TOL-PERCENT
               MOVE ' PERCENT' TO ORP-VAR-TOL-TYPE
           ELSE
               MOVE ' ABSOLUTE' TO ORP-VAR-TOL-TYPE
           END-IF.
           MOVE WS-VAR-COMPARE-COUNT TO ORP-VAR-COMPARED.
           MOVE WS-VAR-COUNT TO ORP-VAR-COUNT.
           MOVE WS-ORP-VAR1 TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           IF WS-VAR-COUNT = 0
               MOVE WS-ORP-NONE TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-ORP-VAR-COLS TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-VAR-IX FROM 1 BY 1
               UNTIL WS-VAR-IX > WS-VAR-LISTED
               MOVE WS-VAR-PAIR-ID (WS-VAR-IX) TO ORP-VAR-PAIR-ID
               MOVE WS-VAR-PRV-DATE (WS-VAR-IX) TO ORP-VAR-PRV-DATE
               MOVE WS-VAR-NAME (WS-VAR-IX) TO ORP-VAR-NAME
               MOVE WS-VAR-PRV (WS-VAR-IX) TO ORP-VAR-PRV
               MOVE WS-VAR-CUR (WS-VAR-IX) TO ORP-VAR-CUR
               MOVE WS-VAR-DELTA (WS-VAR-IX) TO ORP-VAR-DELTA
               MOVE WS-ORP-VAR-DETAIL TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-VAR-UNLISTED > 0
               MOVE WS-VAR-UNLISTED TO ORP-VAR-UNLISTED
               MOVE WS-ORP-VAR-MORE TO CB5-ORP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2500-WRITE-STATUS-SECTION.
           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE 'STATUS AGAINST CONTROL CARD THRESHOLDS' TO
               ORP-SECTION-TITLE.
           MOVE WS-ORP-SECTION TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-ORP-CHECK-COLS TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE ZEROS TO WS-OVERALL-LEVEL.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  RUN HISTORY FOR THE DATE' TO ORP-CK-NAME.
           MOVE WS-RUN-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO ORP-CK-VALUE.
           MOVE 'RED IF NONE' TO ORP-CK-RULE.
           IF WS-RUN-COUNT = 0
               MOVE 2 TO WS-LEVEL
           ELSE
               MOVE 0 TO WS-LEVEL
           END-IF.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  WORST RETURN CODE' TO ORP-CK-NAME.
           MOVE WS-WORST-RC TO WS-EDIT-RC.
           MOVE WS-EDIT-RC TO ORP-CK-VALUE(7:2).
           MOVE 'AMBER AT 4  RED AT 8' TO ORP-CK-RULE.
           EVALUATE TRUE
               WHEN WS-WORST-RC NOT < 8
                   MOVE 2 TO WS-LEVEL
               WHEN WS-WORST-RC > 0
                   MOVE 1 TO WS-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-LEVEL
           END-EVALUATE.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  REJECTED RECORDS' TO ORP-CK-NAME.
           MOVE WS-REJ-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO ORP-CK-VALUE.
           MOVE WS-REJAMB TO WS-RULE-AMB-VALUE.
           MOVE WS-REJRED TO WS-RULE-RED-VALUE.
           PERFORM 2560-SET-AMBER-RED-RULE.
           EVALUATE TRUE
               WHEN WS-REJRED > 0
                   AND WS-REJ-COUNT NOT < WS-REJRED
                   MOVE 2 TO WS-LEVEL
               WHEN WS-REJAMB > 0
                   AND WS-REJ-COUNT NOT < WS-REJAMB
                   MOVE 1 TO WS-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-LEVEL
           END-EVALUATE.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  BATCHES REJECTED BY RECONCILE' TO ORP-CK-NAME.
           MOVE WS-BAT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO ORP-CK-VALUE.
           MOVE WS-BATAMB TO WS-RULE-AMB-VALUE.
           MOVE WS-BATRED TO WS-RULE-RED-VALUE.
           PERFORM 2560-SET-AMBER-RED-RULE.
           EVALUATE TRUE
               WHEN WS-BATRED > 0
                   AND WS-BAT-COUNT NOT < WS-BATRED
                   MOVE 2 TO WS-LEVEL
               WHEN WS-BATAMB > 0
                   AND WS-BAT-COUNT NOT < WS-BATAMB
                   MOVE 1 TO WS-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-LEVEL
           END-EVALUATE.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  PAIRS POSTED ON RESULTS' TO ORP-CK-NAME.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO ORP-CK-VALUE.
           MOVE WS-MINPOST TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RULE-MINPOST.
           MOVE WS-RULE-MINPOST TO ORP-CK-RULE.
           IF WS-POSTED-COUNT < WS-MINPOST
               MOVE 2 TO WS-LEVEL
           ELSE
               MOVE 0 TO WS-LEVEL
           END-IF.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  CONVERTED TOTAL TIE-OUT' TO ORP-CK-NAME.
           MOVE 'RED IF NOT TIED, AMBER IF ROWS SKIPPED' TO
               ORP-CK-RULE.
           EVALUATE TRUE
               WHEN WS-RUN-COUNT = 0
                   MOVE 'NOT CHECKED' TO ORP-CK-VALUE
                   MOVE 2 TO WS-LEVEL
               WHEN NOT WS-TIES
                   MOVE 'DOES NOT TIE' TO ORP-CK-VALUE
                   MOVE 2 TO WS-LEVEL
               WHEN WS-AUD-SKIP-COUNT > 0
                   MOVE 'TIES, ROWS SKIPPED' TO ORP-CK-VALUE
                   MOVE 1 TO WS-LEVEL
               WHEN OTHER
                   MOVE 'TIES' TO ORP-CK-VALUE
                   MOVE 0 TO WS-LEVEL
           END-EVALUATE.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE SPACES TO WS-ORP-CHECK.
           MOVE '  VARIANCE EXCEPTIONS' TO ORP-CK-NAME.
           MOVE WS-VAR-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO ORP-CK-VALUE.
           MOVE WS-VARAMB TO WS-RULE-AMB-VALUE.
           MOVE WS-VARRED TO WS-RULE-RED-VALUE.
           PERFORM 2560-SET-AMBER-RED-RULE.
           EVALUATE TRUE
               WHEN WS-VARRED > 0
                   AND WS-VAR-COUNT NOT < WS-VARRED
                   MOVE 2 TO WS-LEVEL
               WHEN WS-VARAMB > 0
                   AND WS-VAR-COUNT NOT < WS-VARAMB
                   MOVE 1 TO WS-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-LEVEL
           END-EVALUATE.
           PERFORM 2550-WRITE-CHECK-LINE.

           MOVE WS-ORP-BLANK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-PROC-DATE TO ORP-OV-DATE.
           MOVE WS-OVERALL-LEVEL TO WS-LEVEL.
           PERFORM 2570-SET-STATUS-TEXT.
           MOVE OST-STATUS TO ORP-OV-STATUS.
           MOVE WS-ORP-OVERALL TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2550-WRITE-CHECK-LINE.
           PERFORM 2570-SET-STATUS-TEXT.
           MOVE OST-STATUS TO ORP-CK-STATUS.
           IF WS-LEVEL > WS-OVERALL-LEVEL
               MOVE WS-LEVEL TO WS-OVERALL-LEVEL
           END-IF.
           MOVE WS-ORP-CHECK TO CB5-ORP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2560-SET-AMBER-RED-RULE.
           IF WS-RULE-AMB-VALUE = 0
               MOVE 'NONE' TO RULE-AMB
           ELSE
               MOVE WS-RULE-AMB-VALUE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RULE-AMB
           END-IF.
           IF WS-RULE-RED-VALUE = 0
               MOVE 'NONE' TO RULE-RED
           ELSE
               MOVE WS-RULE-RED-VALUE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RULE-RED
           END-IF.
           MOVE WS-RULE-AMBRED TO ORP-CK-RULE.

       2570-SET-STATUS-TEXT.
           EVALUATE WS-LEVEL
               WHEN 0
                   MOVE 'GREEN' TO OST-STATUS
               WHEN 1
                   MOVE 'AMBER' TO OST-STATUS
               WHEN OTHER
                   MOVE 'RED' TO OST-STATUS
           END-EVALUATE.

       2600-WRITE-STATUS-RECORD.
           OPEN OUTPUT CB5-OST-FILE.
           IF WS-OST-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO OPEN CB5OST, STATUS '
                   WS-OST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CB5-OST-RECORD.
           MOVE WS-OVERALL-LEVEL TO WS-LEVEL.
           PERFORM 2570-SET-STATUS-TEXT.
           MOVE WS-PROC-DATE TO OST-PROC-DATE.
           MOVE WS-RUN-COUNT TO OST-RUN-COUNT.
           MOVE WS-FIRST-START TO OST-START-TS.
           MOVE WS-LAST-END TO OST-END-TS.
           MOVE WS-WORST-RC TO OST-WORST-RC.
           MOVE WS-REJ-COUNT TO OST-REJECT-COUNT.
           MOVE WS-BAT-COUNT TO OST-BATCH-REJ.
           MOVE WS-POSTED-COUNT TO OST-POSTED.
           IF WS-TIES
               MOVE 'Y' TO OST-TIE-FLAG
           ELSE
               MOVE 'N' TO OST-TIE-FLAG
           END-IF.
           MOVE WS-RECON-DIFF TO OST-TIE-DIFF.
           MOVE WS-VAR-COUNT TO OST-VAR-COUNT.
           WRITE CB5-OST-RECORD.
           IF WS-OST-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO WRITE CB5OST, STATUS '
                   WS-OST-STATUS
               CLOSE CB5-OST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CB5-OST-FILE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-ORP-LINE.
           IF WS-ORP-STATUS NOT = '00'
               DISPLAY 'PROGCB5O - UNABLE TO WRITE CB5ORP, STATUS '
                   WS-ORP-STATUS
               CLOSE CB5-ORP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PARSE-AMOUNT.
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

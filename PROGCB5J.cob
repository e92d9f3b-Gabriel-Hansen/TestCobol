       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5J.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-PLG-FILE ASSIGN TO "CB5PLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-STATUS.
           SELECT CB5-JRP-FILE ASSIGN TO "CB5JRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CB5-PLG-FILE.
       01  CB5-PLG-RECORD.
           05 PLG-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(01).
           05 PLG-REQUESTER         PIC X(08).
           05 FILLER                PIC X(01).
           05 PLG-ACTION            PIC X(01).
              88 PLG-ADD            VALUE 'A'.
              88 PLG-CHANGE         VALUE 'C'.
              88 PLG-DEACTIVATE     VALUE 'D'.
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
       FD  CB5-JRP-FILE.
       01  CB5-JRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-PLG-STATUS PIC X(02) VALUE SPACES.
       77 WS-JRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-SELECT-SW PIC X(01) VALUE 'N'.
           88 WS-ENTRY-SELECTED VALUE 'Y'.
       77 WS-SEL-PAIR-ID PIC X(08) VALUE SPACES.
       77 WS-FROM-DATE PIC X(08) VALUE '00000000'.
       77 WS-TO-DATE PIC X(08) VALUE '99999999'.
       77 WS-BY-SW PIC X(01) VALUE 'E'.
           88 WS-BY-EFFECTIVE VALUE 'E'.
           88 WS-BY-LOGGED VALUE 'L'.
       77 WS-ENTRY-DATE PIC X(08) VALUE SPACES.
       77 WS-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-LIST-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-ADD-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-CHANGE-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-DEACT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-JRP-HDR1.
           05 FILLER PIC X(43) VALUE
               'PROGCB5J - PAIR MASTER CHANGE HISTORY     '.
           05 FILLER PIC X(07) VALUE 'PAIR = '.
           05 HDR-PAIR-ID           PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 HDR-BY-TEXT           PIC X(15).
           05 FILLER PIC X(07) VALUE 'FROM = '.
           05 HDR-FROM-DATE         PIC X(08).
           05 FILLER PIC X(07) VALUE '  TO = '.
           05 HDR-TO-DATE           PIC X(08).
           05 FILLER PIC X(25) VALUE SPACES.
       01  WS-JRP-HDR2.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(16) VALUE 'LOGGED'.
           05 FILLER PIC X(10) VALUE 'EFFECTIVE'.
           05 FILLER PIC X(10) VALUE 'PAIR ID'.
           05 FILLER PIC X(12) VALUE 'ACTION'.
           05 FILLER PIC X(10) VALUE 'REQUESTER'.
           05 FILLER PIC X(08) VALUE 'IMAGE'.
           05 FILLER PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(06) VALUE 'DEPT'.
           05 FILLER PIC X(05) VALUE 'CURR'.
           05 FILLER PIC X(06) VALUE 'STATUS'.
           05 FILLER PIC X(16) VALUE SPACES.
       01  WS-JRP-DETAIL.
           05 FILLER                PIC X(01).
           05 JRP-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(02).
           05 JRP-EFF-DATE          PIC X(08).
           05 FILLER                PIC X(02).
           05 JRP-PAIR-ID           PIC X(08).
           05 FILLER                PIC X(02).
           05 JRP-ACTION            PIC X(10).
           05 FILLER                PIC X(02).
           05 JRP-REQUESTER         PIC X(08).
           05 FILLER                PIC X(02).
           05 JRP-IMAGE             PIC X(06).
           05 FILLER                PIC X(02).
           05 JRP-DESC              PIC X(30).
           05 JRP-DESC-FLAG         PIC X(01).
           05 FILLER                PIC X(01).
           05 JRP-DEPT              PIC X(04).
           05 JRP-DEPT-FLAG         PIC X(01).
           05 FILLER                PIC X(01).
           05 JRP-CURRENCY          PIC X(03).
           05 JRP-CURRENCY-FLAG     PIC X(01).
           05 FILLER                PIC X(01).
           05 JRP-STATUS            PIC X(01).
           05 JRP-STATUS-FLAG       PIC X(01).
           05 FILLER                PIC X(20).
       01  WS-JRP-NOTE.
           05 FILLER PIC X(48) VALUE
               ' * = FIELD CHANGED BY THE TRANSACTION'.
           05 FILLER PIC X(84) VALUE SPACES.
       01  WS-JRP-NONE.
           05 FILLER PIC X(40) VALUE
               ' NO CHANGE LOG ENTRIES MATCH THE CARD'.
           05 FILLER PIC X(92) VALUE SPACES.
       01  WS-JRP-BLANK             PIC X(132) VALUE SPACES.
       01  WS-JRP-TOTAL.
           05 FILLER PIC X(16) VALUE 'ENTRIES READ = '.
           05 JRP-READ-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  LISTED = '.
           05 JRP-LIST-COUNT        PIC ZZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  ADDS = '.
           05 JRP-ADD-COUNT         PIC ZZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  CHANGES = '.
           05 JRP-CHANGE-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(19) VALUE '  DEACTIVATIONS = '.
           05 JRP-DEACT-COUNT       PIC ZZZZZZZ9.
           05 FILLER PIC X(22) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-INQUIRY.
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
               DISPLAY 'PROGCB5J - FROM DATE IS AFTER TO DATE'
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
               WHEN 'PAIR'
                   IF WS-CTL-VALUE NOT = SPACES
                       AND WS-CTL-VALUE(9:32) = SPACES
                       MOVE WS-CTL-VALUE(1:8) TO WS-SEL-PAIR-ID
                   ELSE
                       PERFORM 0080-CONTROL-CARD-ERROR
                   END-IF
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
               WHEN 'BY'
                   EVALUATE WS-CTL-VALUE
                       WHEN 'EFFECTIVE'
                           SET WS-BY-EFFECTIVE TO TRUE
                       WHEN 'LOGGED'
                           SET WS-BY-LOGGED TO TRUE
                       WHEN OTHER
                           PERFORM 0080-CONTROL-CARD-ERROR
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5J - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5J - EXPECTED PAIR=XXXXXXXX FROM=YYYYMMDD '
               'TO=YYYYMMDD BY=EFFECTIVE|LOGGED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-INQUIRY.
           OPEN INPUT CB5-PLG-FILE.
           IF WS-PLG-STATUS NOT = '00'
               DISPLAY 'PROGCB5J - UNABLE TO OPEN CB5PLG, STATUS '
                   WS-PLG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CB5-JRP-FILE.
           IF WS-JRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5J - UNABLE TO OPEN CB5JRP, STATUS '
                   WS-JRP-STATUS
               CLOSE CB5-PLG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.

           PERFORM 1000-READ-LOG.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 1500-SELECT-ENTRY
               IF WS-ENTRY-SELECTED
                   PERFORM 2000-LIST-ENTRY
               END-IF
               PERFORM 1000-READ-LOG
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               MOVE WS-JRP-NONE TO CB5-JRP-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.
           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-PLG-FILE.
           CLOSE CB5-JRP-FILE.

           DISPLAY 'PROGCB5J - ' WS-READ-COUNT ' READ, '
               WS-LIST-COUNT ' LISTED, ENDING WITH RETURN CODE '
               WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-READ-LOG.
           READ CB5-PLG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               AND WS-PLG-STATUS NOT = '00'
               AND WS-PLG-STATUS NOT = '04'
               DISPLAY 'PROGCB5J - UNABLE TO READ CB5PLG, STATUS '
                   WS-PLG-STATUS
               CLOSE CB5-PLG-FILE
               CLOSE CB5-JRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-SELECT-ENTRY.
           SET WS-ENTRY-SELECTED TO TRUE.
           IF WS-BY-LOGGED
               MOVE PLG-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           ELSE
               MOVE PLG-EFF-DATE TO WS-ENTRY-DATE
           END-IF.
           IF WS-SEL-PAIR-ID NOT = SPACES
               AND PLG-PAIR-ID NOT = WS-SEL-PAIR-ID
               MOVE 'N' TO WS-SELECT-SW
           END-IF.
           IF WS-ENTRY-DATE < WS-FROM-DATE
               OR WS-ENTRY-DATE > WS-TO-DATE
               MOVE 'N' TO WS-SELECT-SW
           END-IF.

       2000-LIST-ENTRY.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SPACES TO WS-JRP-DETAIL.
           MOVE PLG-TIMESTAMP TO JRP-TIMESTAMP.
           MOVE PLG-EFF-DATE TO JRP-EFF-DATE.
           MOVE PLG-PAIR-ID TO JRP-PAIR-ID.
           MOVE PLG-REQUESTER TO JRP-REQUESTER.
           EVALUATE TRUE
               WHEN PLG-ADD
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADD' TO JRP-ACTION
               WHEN PLG-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGE' TO JRP-ACTION
               WHEN PLG-DEACTIVATE
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE 'DEACTIVATE' TO JRP-ACTION
               WHEN OTHER
                   MOVE PLG-ACTION TO JRP-ACTION
           END-EVALUATE.
           MOVE 'BEFORE' TO JRP-IMAGE.
           MOVE PLG-BEF-DESC TO JRP-DESC.
           MOVE PLG-BEF-DEPT TO JRP-DEPT.
           MOVE PLG-BEF-CURRENCY TO JRP-CURRENCY.
           MOVE PLG-BEF-STATUS TO JRP-STATUS.
           MOVE WS-JRP-DETAIL TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-JRP-DETAIL.
           MOVE 'AFTER' TO JRP-IMAGE.
           MOVE PLG-AFT-DESC TO JRP-DESC.
           MOVE PLG-AFT-DEPT TO JRP-DEPT.
           MOVE PLG-AFT-CURRENCY TO JRP-CURRENCY.
           MOVE PLG-AFT-STATUS TO JRP-STATUS.
           IF PLG-AFT-DESC NOT = PLG-BEF-DESC
               MOVE '*' TO JRP-DESC-FLAG
           END-IF.
           IF PLG-AFT-DEPT NOT = PLG-BEF-DEPT
               MOVE '*' TO JRP-DEPT-FLAG
           END-IF.
           IF PLG-AFT-CURRENCY NOT = PLG-BEF-CURRENCY
               MOVE '*' TO JRP-CURRENCY-FLAG
           END-IF.
           IF PLG-AFT-STATUS NOT = PLG-BEF-STATUS
               MOVE '*' TO JRP-STATUS-FLAG
           END-IF.
           MOVE WS-JRP-DETAIL TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-WRITE-REPORT-HEADERS.
           IF WS-SEL-PAIR-ID = SPACES
               MOVE 'ALL' TO HDR-PAIR-ID
           ELSE
               MOVE WS-SEL-PAIR-ID TO HDR-PAIR-ID
           END-IF.
           IF WS-BY-LOGGED
               MOVE 'BY LOGGED DATE' TO HDR-BY-TEXT
           ELSE
               MOVE 'BY EFFECTIVE' TO HDR-BY-TEXT
           END-IF.
           MOVE WS-FROM-DATE TO HDR-FROM-DATE.
           MOVE WS-TO-DATE TO HDR-TO-DATE.
           MOVE WS-JRP-HDR1 TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-JRP-NOTE TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-JRP-BLANK TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-JRP-HDR2 TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-JRP-BLANK TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-READ-COUNT TO JRP-READ-COUNT.
           MOVE WS-LIST-COUNT TO JRP-LIST-COUNT.
           MOVE WS-ADD-COUNT TO JRP-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO JRP-CHANGE-COUNT.
           MOVE WS-DEACT-COUNT TO JRP-DEACT-COUNT.
           MOVE WS-JRP-TOTAL TO CB5-JRP-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE CB5-JRP-LINE.
           IF WS-JRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5J - UNABLE TO WRITE CB5JRP, STATUS '
                   WS-JRP-STATUS
               CLOSE CB5-PLG-FILE
               CLOSE CB5-JRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB5G.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB5-BRG-FILE ASSIGN TO "CB5BRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
           SELECT CB5-GRP-FILE ASSIGN TO "CB5GRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CB5-GRP-FILE.
       01  CB5-GRP-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-BRG-STATUS PIC X(02) VALUE SPACES.
       77 WS-GRP-STATUS PIC X(02) VALUE SPACES.
       77 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-SEL-SOURCE PIC X(08) VALUE SPACES.
       77 WS-FROM-DATE PIC X(08) VALUE '00000000'.
       77 WS-TO-DATE PIC X(08) VALUE '99999999'.
       77 WS-READ-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-SELECT-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-REDELIVER-COUNT PIC 9(08) VALUE ZEROS.
       77 WS-TOT-DETAILS PIC 9(10) VALUE ZEROS.
       77 WS-JOB-RC PIC 9(02) VALUE ZEROS.
       01  WS-CTL-CARD              PIC X(80).
       01  WS-CTL-TOKENS.
           05 WS-CTL-TOKEN OCCURS 8 PIC X(40).
       77 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
       77 WS-CTL-VALUE PIC X(40) VALUE SPACES.
       77 WS-TOK-IX PIC 9(02) VALUE ZEROS.
       01  WS-GRP-HDR1.
           05 FILLER PIC X(33) VALUE
               'PROGCB5G - BATCH REGISTER LISTING'.
           05 FILLER PIC X(99) VALUE SPACES.
       01  WS-GRP-HDR2.
           05 FILLER PIC X(09) VALUE 'SOURCE = '.
           05 HDR-SOURCE            PIC X(08).
           05 FILLER PIC X(16) VALUE '  HEADER DATES ['.
           05 HDR-FROM-DATE         PIC X(08).
           05 FILLER PIC X(03) VALUE ' - '.
           05 HDR-TO-DATE           PIC X(08).
           05 FILLER PIC X(01) VALUE ']'.
           05 FILLER PIC X(79) VALUE SPACES.
       01  WS-GRP-HDR3.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(10) VALUE 'HDR DATE'.
           05 FILLER PIC X(10) VALUE ' DETAILS'.
           05 FILLER PIC X(17) VALUE '   TRAILER HASH'.
           05 FILLER PIC X(16) VALUE 'ACCEPTED'.
           05 FILLER PIC X(10) VALUE 'PROC DATE'.
           05 FILLER PIC X(10) VALUE 'PROGRAM'.
           05 FILLER PIC X(06) VALUE ' DLVRS'.
           05 FILLER PIC X(43) VALUE SPACES.
       01  WS-GRP-DETAIL.
           05 GRP-SOURCE            PIC X(08).
           05 FILLER                PIC X(02).
           05 GRP-HDR-DATE          PIC X(08).
           05 FILLER                PIC X(02).
           05 GRP-DETAIL-COUNT      PIC ZZZZZZZ9.
           05 FILLER                PIC X(02).
           05 GRP-TRAILER-HASH      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02).
           05 GRP-ACCEPT-TS         PIC X(14).
           05 FILLER                PIC X(02).
           05 GRP-PROC-DATE         PIC X(08).
           05 FILLER                PIC X(02).
           05 GRP-PROGRAM           PIC X(08).
           05 FILLER                PIC X(02).
           05 GRP-DELIVERY-COUNT    PIC ZZZ9.
           05 FILLER                PIC X(02).
           05 GRP-FLAG              PIC X(12).
           05 FILLER                PIC X(31).
       01  WS-GRP-TOTAL.
           05 FILLER PIC X(17) VALUE 'BATCHES LISTED = '.
           05 GRP-SELECT-COUNT      PIC ZZZZZZZ9.
           05 FILLER PIC X(17) VALUE '  RE-DELIVERED = '.
           05 GRP-REDELIVER-COUNT   PIC ZZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  DETAILS = '.
           05 GRP-TOT-DETAILS       PIC ZZZZZZZZZ9.
           05 FILLER PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-CRITERIA.
           PERFORM 0300-RUN-LISTING.
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
               DISPLAY 'PROGCB5G - FROM DATE ' WS-FROM-DATE
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
               WHEN 'SOURCE'
                   IF WS-CTL-VALUE NOT = SPACES
                       AND WS-CTL-VALUE(9:32) = SPACES
                       MOVE WS-CTL-VALUE(1:8) TO WS-SEL-SOURCE
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
               WHEN OTHER
                   PERFORM 0080-CONTROL-CARD-ERROR
           END-EVALUATE.

       0080-CONTROL-CARD-ERROR.
           DISPLAY 'PROGCB5G - INVALID CONTROL CARD ENTRY: '
               WS-CTL-TOKEN (WS-TOK-IX).
           DISPLAY 'PROGCB5G - EXPECTED SOURCE=SSSSSSSS '
               'FROM=YYYYMMDD TO=YYYYMMDD (ALL OPTIONAL)'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0300-RUN-LISTING.
           OPEN INPUT CB5-BRG-FILE.
           IF WS-BRG-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO OPEN CB5BRG, STATUS '
                   WS-BRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CB5-GRP-FILE.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO OPEN CB5GRP, STATUS '
                   WS-GRP-STATUS
               CLOSE CB5-BRG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2800-WRITE-REPORT-HEADERS.

           PERFORM 1000-READ-REGISTER.
           PERFORM UNTIL WS-EOF
               IF (WS-SEL-SOURCE = SPACES
                       OR BRG-SOURCE = WS-SEL-SOURCE)
                   AND BRG-HDR-DATE NOT < WS-FROM-DATE
                   AND BRG-HDR-DATE NOT > WS-TO-DATE
                   PERFORM 2000-WRITE-DETAIL
               END-IF
               PERFORM 1000-READ-REGISTER
           END-PERFORM.

           PERFORM 2850-WRITE-REPORT-TOTAL.
           CLOSE CB5-BRG-FILE.
           CLOSE CB5-GRP-FILE.

           DISPLAY 'PROGCB5G - ' WS-READ-COUNT ' READ, '
               WS-SELECT-COUNT ' LISTED, '
               WS-REDELIVER-COUNT ' RE-DELIVERED, ENDING WITH '
               'RETURN CODE ' WS-JOB-RC.
           MOVE WS-JOB-RC TO RETURN-CODE.

       1000-READ-REGISTER.
           READ CB5-BRG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               IF WS-BRG-STATUS NOT = '00'
                   DISPLAY 'PROGCB5G - UNABLE TO READ CB5BRG, STATUS '
                       WS-BRG-STATUS
                   CLOSE CB5-BRG-FILE
                   CLOSE CB5-GRP-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       2000-WRITE-DETAIL.
           ADD 1 TO WS-SELECT-COUNT.
           ADD BRG-DETAIL-COUNT TO WS-TOT-DETAILS.
           MOVE SPACES TO WS-GRP-DETAIL.
           MOVE BRG-SOURCE TO GRP-SOURCE.
           MOVE BRG-HDR-DATE TO GRP-HDR-DATE.
           MOVE BRG-DETAIL-COUNT TO GRP-DETAIL-COUNT.
           MOVE BRG-TRAILER-HASH TO GRP-TRAILER-HASH.
           MOVE BRG-ACCEPT-TS TO GRP-ACCEPT-TS.
           MOVE BRG-PROC-DATE TO GRP-PROC-DATE.
           MOVE BRG-PROGRAM TO GRP-PROGRAM.
           MOVE BRG-DELIVERY-COUNT TO GRP-DELIVERY-COUNT.
           IF BRG-DELIVERY-COUNT > 1
               ADD 1 TO WS-REDELIVER-COUNT
               MOVE 'RE-DELIVERED' TO GRP-FLAG
           END-IF.
           WRITE CB5-GRP-LINE FROM WS-GRP-DETAIL.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO WRITE CB5GRP, STATUS '
                   WS-GRP-STATUS
               CLOSE CB5-BRG-FILE
               CLOSE CB5-GRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-WRITE-REPORT-HEADERS.
           WRITE CB5-GRP-LINE FROM WS-GRP-HDR1.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO WRITE CB5GRP, STATUS '
                   WS-GRP-STATUS
               CLOSE CB5-BRG-FILE
               CLOSE CB5-GRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SEL-SOURCE = SPACES
               MOVE 'ALL' TO HDR-SOURCE
           ELSE
               MOVE WS-SEL-SOURCE TO HDR-SOURCE
           END-IF.
           MOVE WS-FROM-DATE TO HDR-FROM-DATE.
           MOVE WS-TO-DATE TO HDR-TO-DATE.
           WRITE CB5-GRP-LINE FROM WS-GRP-HDR2.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO WRITE CB5GRP, STATUS '
                   WS-GRP-STATUS
               CLOSE CB5-BRG-FILE
               CLOSE CB5-GRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CB5-GRP-LINE FROM WS-GRP-HDR3.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO WRITE CB5GRP, STATUS '
                   WS-GRP-STATUS
               CLOSE CB5-BRG-FILE
               CLOSE CB5-GRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2850-WRITE-REPORT-TOTAL.
           MOVE WS-SELECT-COUNT TO GRP-SELECT-COUNT.
           MOVE WS-REDELIVER-COUNT TO GRP-REDELIVER-COUNT.
           MOVE WS-TOT-DETAILS TO GRP-TOT-DETAILS.
           WRITE CB5-GRP-LINE FROM WS-GRP-TOTAL.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'PROGCB5G - UNABLE TO WRITE CB5GRP, STATUS '
                   WS-GRP-STATUS
               CLOSE CB5-BRG-FILE
               CLOSE CB5-GRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * report; screen mode ('S') runs a data-entry screen in the
      * SS-ENTRY-SCREEN style, displays the assembled page at the
      * console, and loops until the operator keys X.
      *
      * A caller who gives only a name can be found by it.  With no
      * CUST-ID but a name (on CIQCTL, or keyed on the screen) the
      * inquiry searches CUSTIDX on its phonetic name key - PHONKEY's
      * Soundex of the surname plus first initial, so SMITH finds
      * SMYTHE - optionally narrowed to a state or ZIP from ADDRFILE,
      * and lists the matches numbered, exact name matches first,
      * then the sound-alikes.  A name with no first name matches on
      * the surname alone.  In batch the list is the C360RPT page;
      * on the screen the operator picks a line number and goes
      * straight into that customer's view.
      *
      * The page ends with the customer's latest correspondence off
      * the CORRHIST history the label, statement and letter runs
      * add to - newest first, each piece sent with its number and
      * the address it went to, or held back with the reason.  The
      * CIQCTL history count says how many to show (up to 20); left
      * blank it is the last 10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT VIEW-RPT-FILE ASSIGN TO "C360RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEW-RPT-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.

           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  INQUIRY-CTL-RECORD.
           05 CIQ-MODE               PIC X(01).
           05 CIQ-CUST-ID            PIC X(06).
           05 CIQ-SEARCH-NAME        PIC X(30).
           05 CIQ-SEARCH-STATE       PIC X(02).
           05 CIQ-SEARCH-ZIP         PIC X(05).
           05 CIQ-HISTORY-COUNT      PIC X(02).

       FD  VIEW-RPT-FILE
           RECORDING MODE IS F.
       01  VIEW-RPT-RECORD           PIC X(80).

       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-CUST-INDEXED-STATUS PIC XX.
           05 WS-MERGE-CAND-STATUS   PIC XX.
           05 WS-INQUIRY-CTL-STATUS  PIC XX.
           05 WS-VIEW-RPT-STATUS     PIC XX.
           05 WS-CORR-STATUS         PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-MODE               PIC X(01) VALUE 'B'.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-ACTIVITY-COUNT         PIC 9(06).
       01  WS-CAND-COUNT             PIC 9(03).
      * Name search - the name asked for, its phonetic key, and the
      * customers that sound like it, exact matches first.
       01  WS-SEARCH-NAME            PIC X(50).
       01  WS-SEARCH-STATE           PIC X(02).
       01  WS-SEARCH-ZIP             PIC X(05).
       01  WS-SEARCH-KEY             PIC X(05).
       01  WS-SEARCH-TRIMMED         PIC X(50).
       01  WS-MATCH-NAME-TRIMMED     PIC X(50).
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-MATCH-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-EXACT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-MATCH-IDX              PIC 9(03).
       01  WS-MATCH-POS              PIC 9(03).
       01  WS-KEEP-COUNT             PIC 9(03).
       01  WS-MATCH-FOUND-SW         PIC X.
           88 WS-MATCH-FOUND            VALUE 'Y'.
       01  WS-MATCH-OVERFLOW-SW      PIC X VALUE 'N'.
           88 WS-MATCH-OVERFLOW         VALUE 'Y'.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 200 TIMES.
               10 WS-MT-CUST-ID      PIC 9(06).
               10 WS-MT-NAME         PIC X(50).
               10 WS-MT-EXACT        PIC X(01).
               10 WS-MT-STATE        PIC X(02).
               10 WS-MT-ZIP          PIC X(10).
               10 WS-MT-KEEP         PIC X(01).
       01  WS-MATCH-NEW.
           05 WS-MN-CUST-ID          PIC 9(06).
           05 WS-MN-NAME             PIC X(50).
           05 WS-MN-EXACT            PIC X(01).
           05 WS-MN-STATE            PIC X(02).
           05 WS-MN-ZIP              PIC X(10).
           05 WS-MN-KEEP             PIC X(01).
       01  WS-SCREEN-NAME            PIC X(30).
       01  WS-SCREEN-STATE           PIC X(02).
       01  WS-SCREEN-ZIP             PIC X(05).
       01  WS-SCREEN-PICK            PIC X(03).
       01  WS-PICK-NUM               PIC 9(03).
      * Correspondence history - the latest pieces for the customer,
      * oldest in the first slot, as CORRHIST is in date order.
       01  WS-HIST-LIMIT             PIC 9(02) VALUE 10.
       01  WS-HIST-COUNT             PIC 9(02).
       01  WS-HIST-IDX               PIC 9(02).
       01  WS-HIST-SEEN              PIC 9(06).
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 20 TIMES.
               10 WS-HI-RUN-DATE     PIC 9(08).
               10 WS-HI-DOC-TYPE     PIC X(02).
               10 WS-HI-OUTCOME      PIC X(01).
               10 WS-HI-REASON       PIC X(30).
               10 WS-HI-SEQUENCE     PIC 9(06).
               10 WS-HI-STREET       PIC X(30).
               10 WS-HI-STATE        PIC X(02).
               10 WS-HI-ZIP          PIC X(10).

       SCREEN SECTION.
       01  SS-INQUIRY-SCREEN.
           05 LINE 1 COLUMN 1 VALUE 'CUSTOMER 360 INQUIRY'.
           05 LINE 3 COLUMN 1 VALUE 'CUSTOMER ID (X=EXIT): '.
           05 LINE 3 COLUMN 24 PIC X(06) USING WS-SCREEN-CUST-ID.
           05 LINE 4 COLUMN 1 VALUE 'OR NAME: '.
           05 LINE 4 COLUMN 24 PIC X(30) USING WS-SCREEN-NAME.
           05 LINE 5 COLUMN 1 VALUE 'IN STATE / ZIP: '.
           05 LINE 5 COLUMN 24 PIC X(02) USING WS-SCREEN-STATE.
           05 LINE 5 COLUMN 28 PIC X(05) USING WS-SCREEN-ZIP.
           05 LINE 7 COLUMN 1 PIC X(40) FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       MAIN SECTION.
       DETERMINE-RUN-MODE-START.
           MOVE 'B' TO WS-RUN-MODE.
           MOVE SPACES TO WS-THIS-CUST-ID.
           MOVE SPACES TO WS-SEARCH-NAME.
           MOVE SPACES TO WS-SEARCH-STATE.
           MOVE SPACES TO WS-SEARCH-ZIP.
           OPEN INPUT INQUIRY-CTL-FILE.
           IF WS-INQUIRY-CTL-STATUS = '00'
               READ INQUIRY-CTL-FILE
                   NOT AT END
                       MOVE CIQ-MODE TO WS-RUN-MODE
                       MOVE CIQ-CUST-ID TO WS-THIS-CUST-ID
                       MOVE CIQ-SEARCH-NAME TO WS-SEARCH-NAME
                       MOVE CIQ-SEARCH-STATE TO WS-SEARCH-STATE
                       MOVE CIQ-SEARCH-ZIP TO WS-SEARCH-ZIP
                       IF CIQ-HISTORY-COUNT IS NUMERIC
                          AND CIQ-HISTORY-COUNT > ZERO
                           MOVE CIQ-HISTORY-COUNT TO WS-HIST-LIMIT
                       END-IF
                       IF WS-HIST-LIMIT > 20
                           MOVE 20 TO WS-HIST-LIMIT
                       END-IF
               END-READ
               CLOSE INQUIRY-CTL-FILE
           END-IF.
       RUN-BATCH-INQUIRY SECTION.
       RUN-BATCH-INQUIRY-START.
           OPEN OUTPUT VIEW-RPT-FILE.
           EVALUATE TRUE
               WHEN WS-THIS-CUST-ID IS NUMERIC
                   PERFORM ASSEMBLE-CUSTOMER-VIEW
               WHEN WS-SEARCH-NAME NOT = SPACES
                   PERFORM SEARCH-BY-NAME
               WHEN OTHER
                   MOVE 'NO CUSTOMER ID OR NAME ON CIQCTL - NO VIEW'
                       TO VIEW-RPT-RECORD
                   WRITE VIEW-RPT-RECORD
           END-EVALUATE.
           CLOSE VIEW-RPT-FILE.
       RUN-BATCH-INQUIRY-EXIT.
           EXIT.
       RUN-SCREEN-INQUIRY-START.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE SPACES TO WS-SCREEN-CUST-ID.
           MOVE SPACES TO WS-SCREEN-NAME.
           MOVE SPACES TO WS-SCREEN-STATE.
           MOVE SPACES TO WS-SCREEN-ZIP.
           PERFORM ACCEPT-ONE-INQUIRY
               UNTIL WS-SCREEN-CUST-ID = 'X     '.
       RUN-SCREEN-INQUIRY-EXIT.
       ACCEPT-ONE-INQUIRY-START.
           DISPLAY SS-INQUIRY-SCREEN.
           ACCEPT SS-INQUIRY-SCREEN.
           EVALUATE TRUE
               WHEN WS-SCREEN-CUST-ID = 'X     '
                   CONTINUE
               WHEN WS-SCREEN-CUST-ID IS NUMERIC
                   MOVE WS-SCREEN-CUST-ID TO WS-THIS-CUST-ID
                   MOVE SPACES TO WS-SCREEN-MESSAGE
                   PERFORM ASSEMBLE-CUSTOMER-VIEW
               WHEN WS-SCREEN-CUST-ID = SPACES
                AND WS-SCREEN-NAME NOT = SPACES
                   MOVE WS-SCREEN-NAME TO WS-SEARCH-NAME
                   MOVE WS-SCREEN-STATE TO WS-SEARCH-STATE
                   MOVE WS-SCREEN-ZIP TO WS-SEARCH-ZIP
                   MOVE SPACES TO WS-SCREEN-MESSAGE
                   PERFORM SEARCH-BY-NAME
                   PERFORM PICK-FROM-MATCH-LIST
                   MOVE SPACES TO WS-SCREEN-NAME
                   MOVE SPACES TO WS-SCREEN-STATE
                   MOVE SPACES TO WS-SCREEN-ZIP
               WHEN OTHER
                   MOVE 'CUSTOMER ID MUST BE NUMERIC'
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.
       ACCEPT-ONE-INQUIRY-EXIT.
           EXIT.

      * The operator keys the line number of the customer wanted;
      * blank or a number off the list goes back to the entry
      * screen.
       PICK-FROM-MATCH-LIST SECTION.
       PICK-FROM-MATCH-LIST-START.
           IF WS-MATCH-COUNT > ZERO
               MOVE SPACES TO WS-SCREEN-PICK
               DISPLAY 'PICK LINE NUMBER (BLANK = NONE): '
               ACCEPT WS-SCREEN-PICK
               MOVE ZERO TO WS-PICK-NUM
               IF WS-SCREEN-PICK (1:1) IS NUMERIC
                   MOVE ZERO TO WS-TRIM-LEN
                   INSPECT WS-SCREEN-PICK TALLYING WS-TRIM-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-SCREEN-PICK (1:WS-TRIM-LEN) IS NUMERIC
                       MOVE WS-SCREEN-PICK (1:WS-TRIM-LEN)
                           TO WS-PICK-NUM
                   END-IF
               END-IF
               IF WS-PICK-NUM > ZERO
                  AND WS-PICK-NUM NOT > WS-MATCH-COUNT
                   MOVE WS-MT-CUST-ID (WS-PICK-NUM)
                       TO WS-THIS-CUST-ID
                   PERFORM ASSEMBLE-CUSTOMER-VIEW
               ELSE
                   MOVE 'NO CUSTOMER PICKED' TO WS-SCREEN-MESSAGE
               END-IF
           ELSE
               MOVE 'NO CUSTOMER SOUNDS LIKE THAT NAME'
                   TO WS-SCREEN-MESSAGE
           END-IF.
       PICK-FROM-MATCH-LIST-EXIT.
           EXIT.

      * Every customer whose surname codes the same and whose first
      * initial agrees - or who has none on file, or was asked for
      * without one - comes off the alternate key.  A name with no
      * letters in it has no key and finds nobody.
       SEARCH-BY-NAME SECTION.
       SEARCH-BY-NAME-START.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-EXACT-COUNT.
           MOVE 'N' TO WS-MATCH-OVERFLOW-SW.
           INSPECT WS-SEARCH-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-SEARCH-STATE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           CALL 'PHONKEY' USING WS-SEARCH-NAME
                                WS-SEARCH-KEY.
           MOVE WS-SEARCH-NAME TO WS-MATCH-NAME-TRIMMED.
           PERFORM TRIM-MATCH-NAME.
           MOVE WS-MATCH-NAME-TRIMMED TO WS-SEARCH-TRIMMED.
           MOVE SPACES TO WS-VIEW-LINE.
           STRING '===== NAME SEARCH: ' DELIMITED BY SIZE
                  WS-SEARCH-TRIMMED DELIMITED BY '  '
                  ' (KEY ' DELIMITED BY SIZE
                  WS-SEARCH-KEY DELIMITED BY SIZE
                  ') STATE: ' DELIMITED BY SIZE
                  WS-SEARCH-STATE DELIMITED BY SIZE
                  ' ZIP: ' DELIMITED BY SIZE
                  WS-SEARCH-ZIP DELIMITED BY SIZE
                  INTO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
           IF WS-SEARCH-KEY NOT = SPACES
               PERFORM COLLECT-NAME-MATCHES
               PERFORM NARROW-MATCH-TABLE
           END-IF.
           IF WS-MATCH-COUNT = ZERO
               MOVE 'NO MATCHING CUSTOMERS' TO WS-VIEW-LINE
               PERFORM EMIT-VIEW-LINE
           ELSE
               PERFORM LIST-ONE-MATCH
                   VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE SPACES TO WS-VIEW-LINE
               STRING 'MATCHES: ' DELIMITED BY SIZE
                      WS-MATCH-COUNT DELIMITED BY SIZE
                      ' EXACT: ' DELIMITED BY SIZE
                      WS-EXACT-COUNT DELIMITED BY SIZE
                      INTO WS-VIEW-LINE
               PERFORM EMIT-VIEW-LINE
           END-IF.
           IF WS-MATCH-OVERFLOW
               MOVE 'MORE THAN 200 SOUND ALIKE - NARROW BY STATE OR ZIP'
                   TO WS-VIEW-LINE
               PERFORM EMIT-VIEW-LINE
           END-IF.
       SEARCH-BY-NAME-EXIT.
           EXIT.

       COLLECT-NAME-MATCHES SECTION.
       COLLECT-NAME-MATCHES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CUST-INDEXED-FILE.
           IF WS-CUST-INDEXED-STATUS = '00'
               MOVE WS-SEARCH-KEY (1:4) TO CUST-IDX-NAME-KEY
               START CUST-INDEXED-FILE
                   KEY IS NOT LESS THAN CUST-IDX-NAME-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ CUST-INDEXED-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CUST-IDX-NAME-KEY (1:4) NOT =
                              WS-SEARCH-KEY (1:4)
                               SET WS-EOF TO TRUE
                           ELSE
                               IF WS-SEARCH-KEY (5:1) = SPACE
                                  OR CUST-IDX-NAME-KEY (5:1) = SPACE
                                  OR CUST-IDX-NAME-KEY (5:1) =
                                     WS-SEARCH-KEY (5:1)
                                   PERFORM ADD-ONE-MATCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-INDEXED-FILE
           ELSE
               MOVE 'NAME SEARCH: CUSTIDX NOT AVAILABLE'
                   TO WS-VIEW-LINE
               PERFORM EMIT-VIEW-LINE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       COLLECT-NAME-MATCHES-EXIT.
           EXIT.

      * Exact matches go in behind the exact matches already held,
      * sound-alikes on the end, so the list reads ranked.  With a
      * state or ZIP asked for, a full table is narrowed before the
      * next candidate is turned away, so only matches at that
      * state or ZIP count toward the 200.
       ADD-ONE-MATCH SECTION.
       ADD-ONE-MATCH-START.
           IF WS-MATCH-COUNT = 200
              AND (WS-SEARCH-STATE NOT = SPACES
                   OR WS-SEARCH-ZIP NOT = SPACES)
               PERFORM NARROW-MATCH-TABLE
           END-IF.
           IF WS-MATCH-COUNT < 200
               MOVE CUST-IDX-NAME TO WS-MATCH-NAME-TRIMMED
               PERFORM TRIM-MATCH-NAME
               MOVE CUST-IDX-ID TO WS-MN-CUST-ID
               MOVE WS-MATCH-NAME-TRIMMED TO WS-MN-NAME
               MOVE SPACES TO WS-MN-STATE
               MOVE SPACES TO WS-MN-ZIP
               MOVE 'N' TO WS-MN-KEEP
               IF WS-MATCH-NAME-TRIMMED = WS-SEARCH-TRIMMED
                   MOVE 'Y' TO WS-MN-EXACT
                   ADD 1 TO WS-EXACT-COUNT
                   MOVE WS-EXACT-COUNT TO WS-MATCH-POS
                   PERFORM SHIFT-ONE-MATCH
                       VARYING WS-MATCH-IDX FROM WS-MATCH-COUNT BY -1
                       UNTIL WS-MATCH-IDX < WS-MATCH-POS
               ELSE
                   MOVE 'N' TO WS-MN-EXACT
                   COMPUTE WS-MATCH-POS = WS-MATCH-COUNT + 1
               END-IF
               MOVE WS-MATCH-NEW TO WS-MATCH-ENTRY (WS-MATCH-POS)
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               SET WS-MATCH-OVERFLOW TO TRUE
           END-IF.
       ADD-ONE-MATCH-EXIT.
           EXIT.

       SHIFT-ONE-MATCH SECTION.
       SHIFT-ONE-MATCH-START.
           MOVE WS-MATCH-ENTRY (WS-MATCH-IDX)
               TO WS-MATCH-ENTRY (WS-MATCH-IDX + 1).
       SHIFT-ONE-MATCH-EXIT.
           EXIT.

      * Left-justified and upper case, so a name keyed with leading
      * spaces or in lower case still compares equal.
       TRIM-MATCH-NAME SECTION.
       TRIM-MATCH-NAME-START.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-MATCH-NAME-TRIMMED TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           IF WS-LEAD-SPACES > ZERO AND WS-LEAD-SPACES < 50
               COMPUTE WS-TRIM-LEN = 50 - WS-LEAD-SPACES
               MOVE WS-MATCH-NAME-TRIMMED
                   (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-MATCH-NAME-TRIMMED
           END-IF.
           INSPECT WS-MATCH-NAME-TRIMMED CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       TRIM-MATCH-NAME-EXIT.
           EXIT.

      * One ADDRFILE pass puts the state and ZIP on each match, for
      * the list and for the narrowing.
       ATTACH-MATCH-ADDRESSES SECTION.
       ATTACH-MATCH-ADDRESSES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE 'N' TO WS-MATCH-FOUND-SW
                           PERFORM FIND-MATCH-FOR-ADDRESS
                               VARYING WS-MATCH-IDX FROM 1 BY 1
                               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
                                  OR WS-MATCH-FOUND
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ATTACH-MATCH-ADDRESSES-EXIT.
           EXIT.

       FIND-MATCH-FOR-ADDRESS SECTION.
       FIND-MATCH-FOR-ADDRESS-START.
           IF WS-MT-CUST-ID (WS-MATCH-IDX) = ADDR-CUST-ID
              AND WS-MT-STATE (WS-MATCH-IDX) = SPACES
              AND WS-MT-ZIP (WS-MATCH-IDX) = SPACES
               SET WS-MATCH-FOUND TO TRUE
               MOVE ADDR-STATE TO WS-MT-STATE (WS-MATCH-IDX)
               MOVE ADDR-ZIP TO WS-MT-ZIP (WS-MATCH-IDX)
               SUBTRACT 1 FROM WS-MATCH-IDX
           END-IF.
       FIND-MATCH-FOR-ADDRESS-EXIT.
           EXIT.

      * Addresses onto the matches held, then the state and ZIP
      * narrowing.
       NARROW-MATCH-TABLE SECTION.
       NARROW-MATCH-TABLE-START.
           PERFORM ATTACH-MATCH-ADDRESSES.
           MOVE ZERO TO WS-KEEP-COUNT.
           MOVE ZERO TO WS-EXACT-COUNT.
           PERFORM KEEP-ONE-MATCH
               VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
           MOVE WS-KEEP-COUNT TO WS-MATCH-COUNT.
       NARROW-MATCH-TABLE-EXIT.
           EXIT.

      * A state or ZIP asked for drops every match not at one; the
      * survivors close up in their ranked order.
       KEEP-ONE-MATCH SECTION.
       KEEP-ONE-MATCH-START.
           IF (WS-SEARCH-STATE = SPACES
               OR WS-MT-STATE (WS-MATCH-IDX) = WS-SEARCH-STATE)
              AND (WS-SEARCH-ZIP = SPACES
               OR WS-MT-ZIP (WS-MATCH-IDX) (1:5) = WS-SEARCH-ZIP)
               ADD 1 TO WS-KEEP-COUNT
               IF WS-MT-EXACT (WS-MATCH-IDX) = 'Y'
                   ADD 1 TO WS-EXACT-COUNT
               END-IF
               MOVE WS-MATCH-ENTRY (WS-MATCH-IDX)
                   TO WS-MATCH-ENTRY (WS-KEEP-COUNT)
           END-IF.
       KEEP-ONE-MATCH-EXIT.
           EXIT.

       LIST-ONE-MATCH SECTION.
       LIST-ONE-MATCH-START.
           MOVE SPACES TO WS-VIEW-LINE.
           MOVE WS-MATCH-IDX TO WS-VIEW-LINE (1:3).
           MOVE WS-MT-CUST-ID (WS-MATCH-IDX) TO WS-VIEW-LINE (6:6).
           MOVE WS-MT-NAME (WS-MATCH-IDX) TO WS-VIEW-LINE (14:40).
           MOVE WS-MT-STATE (WS-MATCH-IDX) TO WS-VIEW-LINE (55:2).
           MOVE WS-MT-ZIP (WS-MATCH-IDX) (1:5) TO WS-VIEW-LINE (58:5).
           IF WS-MT-EXACT (WS-MATCH-IDX) = 'Y'
               MOVE 'EXACT' TO WS-VIEW-LINE (64:11)
           ELSE
               MOVE 'SOUNDS LIKE' TO WS-VIEW-LINE (64:11)
           END-IF.
           PERFORM EMIT-VIEW-LINE.
       LIST-ONE-MATCH-EXIT.
           EXIT.

      * The one assembly both modes share - each fact the system
           PERFORM SHOW-ADDRESS-AND-SUPPRESSION.
           PERFORM SHOW-ACCOUNT-ACTIVITY.
           PERFORM SHOW-MERGE-CANDIDACY.
           PERFORM SHOW-CORRESPONDENCE.
           MOVE SPACES TO WS-VIEW-LINE.
           PERFORM EMIT-VIEW-LINE.
       ASSEMBLE-CUSTOMER-VIEW-EXIT.
       SHOW-MERGE-CANDIDACY-EXIT.
           EXIT.

      * One CORRHIST pass keeps the customer's latest pieces - a
      * full table drops its oldest to take the next - and lists
      * them newest first.
       SHOW-CORRESPONDENCE SECTION.
       SHOW-CORRESPONDENCE-START.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE ZERO TO WS-HIST-SEEN.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CORR-FILE.
           IF WS-CORR-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ CORR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CORR-CUST-ID = WS-THIS-CUST-ID
                               PERFORM KEEP-ONE-CORRESPONDENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORR-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-HIST-COUNT = ZERO
               MOVE 'MAIL: NONE ON CORRHIST' TO WS-VIEW-LINE
               PERFORM EMIT-VIEW-LINE
           ELSE
               MOVE SPACES TO WS-VIEW-LINE
               STRING 'MAIL: LATEST ' DELIMITED BY SIZE
                      WS-HIST-COUNT DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-HIST-SEEN DELIMITED BY SIZE
                      ' PIECES, NEWEST FIRST' DELIMITED BY SIZE
                      INTO WS-VIEW-LINE
               PERFORM EMIT-VIEW-LINE
               PERFORM SHOW-ONE-CORRESPONDENCE
                   VARYING WS-HIST-IDX FROM WS-HIST-COUNT BY -1
                   UNTIL WS-HIST-IDX < 1
           END-IF.
       SHOW-CORRESPONDENCE-EXIT.
           EXIT.

       KEEP-ONE-CORRESPONDENCE SECTION.
       KEEP-ONE-CORRESPONDENCE-START.
           ADD 1 TO WS-HIST-SEEN.
           IF WS-HIST-COUNT < WS-HIST-LIMIT
               ADD 1 TO WS-HIST-COUNT
           ELSE
               PERFORM DROP-OLDEST-CORRESPONDENCE
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX NOT < WS-HIST-COUNT
           END-IF.
           MOVE CORR-RUN-DATE TO WS-HI-RUN-DATE (WS-HIST-COUNT).
           MOVE CORR-DOC-TYPE TO WS-HI-DOC-TYPE (WS-HIST-COUNT).
           MOVE CORR-OUTCOME TO WS-HI-OUTCOME (WS-HIST-COUNT).
           MOVE CORR-REASON TO WS-HI-REASON (WS-HIST-COUNT).
           MOVE CORR-SEQUENCE TO WS-HI-SEQUENCE (WS-HIST-COUNT).
           MOVE CORR-STREET TO WS-HI-STREET (WS-HIST-COUNT).
           MOVE CORR-STATE TO WS-HI-STATE (WS-HIST-COUNT).
           MOVE CORR-ZIP TO WS-HI-ZIP (WS-HIST-COUNT).
       KEEP-ONE-CORRESPONDENCE-EXIT.
           EXIT.

       DROP-OLDEST-CORRESPONDENCE SECTION.
       DROP-OLDEST-CORRESPONDENCE-START.
           MOVE WS-HIST-ENTRY (WS-HIST-IDX + 1)
               TO WS-HIST-ENTRY (WS-HIST-IDX).
       DROP-OLDEST-CORRESPONDENCE-EXIT.
           EXIT.

      * A piece sent shows its number and where it went; one held
      * back shows why.
       SHOW-ONE-CORRESPONDENCE SECTION.
       SHOW-ONE-CORRESPONDENCE-START.
           MOVE SPACES TO WS-VIEW-LINE.
           EVALUATE WS-HI-OUTCOME (WS-HIST-IDX)
               WHEN 'S'
                   STRING 'MAIL ' DELIMITED BY SIZE
                          WS-HI-RUN-DATE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HI-DOC-TYPE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' SENT  #' DELIMITED BY SIZE
                          WS-HI-SEQUENCE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HI-STREET (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HI-STATE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HI-ZIP (WS-HIST-IDX) DELIMITED BY SIZE
                          INTO WS-VIEW-LINE
               WHEN 'P'
                   STRING 'MAIL ' DELIMITED BY SIZE
                          WS-HI-RUN-DATE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HI-DOC-TYPE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' SUPPRESSED - ' DELIMITED BY SIZE
                          WS-HI-REASON (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          INTO WS-VIEW-LINE
               WHEN OTHER
                   STRING 'MAIL ' DELIMITED BY SIZE
                          WS-HI-RUN-DATE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HI-DOC-TYPE (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          ' SKIPPED - ' DELIMITED BY SIZE
                          WS-HI-REASON (WS-HIST-IDX)
                              DELIMITED BY SIZE
                          INTO WS-VIEW-LINE
           END-EVALUATE.
           PERFORM EMIT-VIEW-LINE.
       SHOW-ONE-CORRESPONDENCE-EXIT.
           EXIT.

      * One emitter for both modes: the console in screen mode, the
      * C360RPT page in batch.
       EMIT-VIEW-LINE SECTION.

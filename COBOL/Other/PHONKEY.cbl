       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONKEY.
       AUTHOR. MTH.

      * Phonetic name key for the CUSTIDX alternate key, in the
      * RPTWRIT/CURRND mold - one CALL, the key handed back.  The
      * key is the Soundex code of the surname (letter plus three
      * digits, so SMITH, SMYTH and SMYTHE all read S530) followed
      * by the first initial, so a caller who says SMITH for
      * SMYTHE still finds the customer.  The surname is the last
      * word of the name, as HSHLDLBL takes it, passing over a
      * trailing JR, SR, II, III or IV; a name written SURNAME,
      * FIRST takes the surname before the comma instead.  A one
      * word name has no initial and keys on the surname alone.
      * Every program that writes a CUSTIDX record - CUSTMNT,
      * CMNTBACK - CALLs here so the key always matches the name,
      * and CUST360 CALLs here for the name it is asked to find.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-NAME-WORK              PIC X(50).
       01  WS-SURNAME                PIC X(50).
       01  WS-FIRST-PART             PIC X(50).
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-COMMA-POS              PIC 9(02).
       01  WS-NAME-END               PIC 9(02).
       01  WS-NAME-START             PIC 9(02).
       01  WS-LAST-WORD              PIC X(50).
       01  WS-INITIAL                PIC X(01).
       01  WS-SCAN-IDX               PIC 9(02).
       01  WS-LETTER                 PIC X(01).
       01  WS-LETTER-POS             PIC 9(02).
       01  WS-CODE                   PIC X(01).
       01  WS-PREV-CODE              PIC X(01).
       01  WS-SOUNDEX                PIC X(04).
       01  WS-SOUNDEX-LEN            PIC 9(01).
       01  WS-ALPHABET               PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * Soundex digit for each letter A-Z; 0 is a vowel (which
      * separates two letters of the same code) and - is H or W
      * (which do not).
       01  WS-SOUNDEX-CODES          PIC X(26)
                                 VALUE '0123012-02245501262301-202'.
       01  WS-CODE-TABLE REDEFINES WS-SOUNDEX-CODES.
           05 WS-LETTER-CODE OCCURS 26 TIMES PIC X(01).

       LINKAGE SECTION.
       01  LK-NAME                   PIC X(50).
       01  LK-NAME-KEY               PIC X(05).

       PROCEDURE DIVISION USING LK-NAME LK-NAME-KEY.
       MAIN SECTION.
       MAIN-START.
           MOVE SPACES TO LK-NAME-KEY.
           MOVE SPACES TO WS-NAME-WORK.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT LK-NAME TALLYING WS-LEAD-SPACES FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 50
               COMPUTE WS-TRIM-LEN = 50 - WS-LEAD-SPACES
               MOVE LK-NAME (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-NAME-WORK
               INSPECT WS-NAME-WORK CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM SPLIT-NAME
               PERFORM BUILD-SOUNDEX
               IF WS-SOUNDEX NOT = SPACES
                   MOVE WS-SOUNDEX TO LK-NAME-KEY (1:4)
                   MOVE WS-INITIAL TO LK-NAME-KEY (5:1)
               END-IF
           END-IF.
       MAIN-EXIT.
           GOBACK.

      * SURNAME, FIRST when there is a comma; otherwise the first
      * word gives the initial and the last word the surname.
       SPLIT-NAME SECTION.
       SPLIT-NAME-START.
           MOVE SPACES TO WS-SURNAME.
           MOVE SPACE TO WS-INITIAL.
           MOVE ZERO TO WS-COMMA-POS.
           INSPECT WS-NAME-WORK TALLYING WS-COMMA-POS
               FOR CHARACTERS BEFORE INITIAL ','.
           IF WS-COMMA-POS < 50
               IF WS-COMMA-POS > ZERO
                   MOVE WS-NAME-WORK (1:WS-COMMA-POS) TO WS-SURNAME
               END-IF
               MOVE SPACES TO WS-FIRST-PART
               IF WS-COMMA-POS < 49
                   MOVE WS-NAME-WORK (WS-COMMA-POS + 2:)
                       TO WS-FIRST-PART
               END-IF
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT WS-FIRST-PART TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACE
               IF WS-LEAD-SPACES < 50
                   MOVE WS-FIRST-PART (WS-LEAD-SPACES + 1:1)
                       TO WS-INITIAL
               END-IF
           ELSE
               MOVE 50 TO WS-NAME-END
               PERFORM FIND-LAST-WORD
               IF WS-NAME-START > 1
                  AND (WS-LAST-WORD = 'JR' OR 'SR' OR 'II'
                       OR 'III' OR 'IV' OR 'JR.' OR 'SR.')
                   COMPUTE WS-NAME-END = WS-NAME-START - 1
                   PERFORM FIND-LAST-WORD
               END-IF
               MOVE WS-LAST-WORD TO WS-SURNAME
               IF WS-NAME-START > 1
                   MOVE WS-NAME-WORK (1:1) TO WS-INITIAL
               END-IF
           END-IF.
           IF WS-INITIAL IS NOT ALPHABETIC
               MOVE SPACE TO WS-INITIAL
           END-IF.
       SPLIT-NAME-EXIT.
           EXIT.

      * The word ending at or before WS-NAME-END, with WS-NAME-START
      * left on its first character.
       FIND-LAST-WORD SECTION.
       FIND-LAST-WORD-START.
           PERFORM STEP-BACK-PAST-SPACES
               UNTIL WS-NAME-END = ZERO
                  OR WS-NAME-WORK (WS-NAME-END:1) NOT = SPACE.
           MOVE WS-NAME-END TO WS-NAME-START.
           PERFORM STEP-BACK-TO-WORD-START
               UNTIL WS-NAME-START = ZERO
                  OR WS-NAME-WORK (WS-NAME-START:1) = SPACE.
           ADD 1 TO WS-NAME-START.
           MOVE SPACES TO WS-LAST-WORD.
           IF WS-NAME-END NOT = ZERO
              AND WS-NAME-END NOT LESS THAN WS-NAME-START
               MOVE WS-NAME-WORK (WS-NAME-START:
                   WS-NAME-END - WS-NAME-START + 1)
                   TO WS-LAST-WORD
           END-IF.
       FIND-LAST-WORD-EXIT.
           EXIT.

       STEP-BACK-PAST-SPACES SECTION.
       STEP-BACK-PAST-SPACES-START.
           SUBTRACT 1 FROM WS-NAME-END.
       STEP-BACK-PAST-SPACES-EXIT.
           EXIT.

       STEP-BACK-TO-WORD-START SECTION.
       STEP-BACK-TO-WORD-START-START.
           SUBTRACT 1 FROM WS-NAME-START.
       STEP-BACK-TO-WORD-START-EXIT.
           EXIT.

      * American Soundex: keep the first letter, code the rest,
      * drop a code equal to the one before it unless a vowel came
      * between, pass over hyphens and apostrophes, and pad with
      * zeros to four.
       BUILD-SOUNDEX SECTION.
       BUILD-SOUNDEX-START.
           MOVE SPACES TO WS-SOUNDEX.
           MOVE ZERO TO WS-SOUNDEX-LEN.
           MOVE SPACE TO WS-PREV-CODE.
           PERFORM CODE-ONE-LETTER
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 50
                  OR WS-SOUNDEX-LEN = 4.
           IF WS-SOUNDEX-LEN > ZERO
               INSPECT WS-SOUNDEX REPLACING ALL SPACE BY '0'
           END-IF.
       BUILD-SOUNDEX-EXIT.
           EXIT.

       CODE-ONE-LETTER SECTION.
       CODE-ONE-LETTER-START.
           MOVE WS-SURNAME (WS-SCAN-IDX:1) TO WS-LETTER.
           IF WS-LETTER IS ALPHABETIC AND WS-LETTER NOT = SPACE
               MOVE ZERO TO WS-LETTER-POS
               INSPECT WS-ALPHABET TALLYING WS-LETTER-POS
                   FOR CHARACTERS BEFORE INITIAL WS-LETTER
               ADD 1 TO WS-LETTER-POS
               MOVE WS-LETTER-CODE (WS-LETTER-POS) TO WS-CODE
               EVALUATE TRUE
                   WHEN WS-SOUNDEX-LEN = ZERO
                       MOVE WS-LETTER TO WS-SOUNDEX (1:1)
                       MOVE 1 TO WS-SOUNDEX-LEN
                       MOVE WS-CODE TO WS-PREV-CODE
                   WHEN WS-CODE = '-'
                       CONTINUE
                   WHEN WS-CODE = '0'
                       MOVE WS-CODE TO WS-PREV-CODE
                   WHEN WS-CODE NOT = WS-PREV-CODE
                       ADD 1 TO WS-SOUNDEX-LEN
                       MOVE WS-CODE TO WS-SOUNDEX (WS-SOUNDEX-LEN:1)
                       MOVE WS-CODE TO WS-PREV-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       CODE-ONE-LETTER-EXIT.
           EXIT.

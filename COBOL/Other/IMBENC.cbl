       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMBENC.
       AUTHOR. MTH.

      * Intelligent Mail barcode for the label runs, in the
      * RPTWRIT/CURRND mold - one CALL, the barcode handed back.
      * The caller passes the 20-digit tracking code (barcode
      * identifier, service type, mailer id and serial number) and
      * the routing code (ZIP, ZIP+4 or ZIP+4 and delivery point -
      * 5, 9 or 11 digits, left-justified, or blank for none); the
      * 65 bars come back as the A/D/F/T string the mail house
      * prints (ascender, descender, full, tracker).  The encoding
      * is the Postal Service one: the routing and tracking digits
      * are packed into a single 102-bit value, an 11-bit frame
      * check is run over it, the value is broken into ten
      * codewords, each codeword becomes a 13-bit character from
      * the 5-of-13 and 2-of-13 tables, the frame check flips the
      * characters it marks, and the character bits are laid onto
      * the bars through the bar-to-character map.  A tracking code
      * that is not 20 digits (the second no higher than 4) or a
      * routing code of any other length comes back as spaces, so
      * the caller prints the label without a barcode.  MAILLBL and
      * HSHLDLBL CALL here for every label with a full ZIP+4.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TABLES-BUILT-SW        PIC X VALUE 'N'.
           88 WS-TABLES-BUILT           VALUE 'Y'.
       01  WS-INPUT-VALID-SW         PIC X.
           88 WS-INPUT-VALID            VALUE 'Y'.
       01  WS-ROUTING-LEN            PIC 9(02).
       01  WS-ROUTING-NUM            PIC 9(11).
       01  WS-DIGIT-IDX              PIC 9(02).
       01  WS-DIGIT                  PIC 9(01).
      * The packed value and its 102 bits, most significant first.
       01  WS-IMB-VALUE              PIC 9(31).
       01  WS-IMB-QUOTIENT           PIC 9(31).
       01  WS-VALUE-BITS.
           05 WS-VALUE-BIT OCCURS 102 TIMES PIC 9(01).
       01  WS-BIT-IDX                PIC 9(03).
      * The frame check sequence, bit 10 first; the generator is the
      * 0F35 polynomial held to eleven bits.
       01  WS-FCS-BITS.
           05 WS-FCS-BIT OCCURS 11 TIMES PIC 9(01).
       01  WS-GENERATOR              PIC X(11) VALUE '11100110101'.
       01  WS-GEN-BITS REDEFINES WS-GENERATOR.
           05 WS-GEN-BIT OCCURS 11 TIMES PIC 9(01).
       01  WS-FCS-SHIFT              PIC X(10).
       01  WS-FCS-IDX                PIC 9(02).
       01  WS-FCS-TOP                PIC 9(01).
      * Codewords A through J, and the characters made from them.
       01  WS-CODEWORDS.
           05 WS-CODEWORD OCCURS 10 TIMES PIC 9(04).
       01  WS-CHARACTERS.
           05 WS-CHARACTER OCCURS 10 TIMES PIC 9(04).
       01  WS-CW-IDX                 PIC 9(02).
      * The 5-of-13 and 2-of-13 character tables, built on the
      * first CALL: each 13-bit pattern with five (or two) bits on
      * goes in with its bit-reversed twin from the low end, and a
      * pattern that is its own reverse from the high end.
       01  WS-TABLE-5.
           05 WS-T5-CHAR OCCURS 1287 TIMES PIC 9(04).
       01  WS-TABLE-2.
           05 WS-T2-CHAR OCCURS 78 TIMES PIC 9(04).
       01  WS-T5-LOW                 PIC 9(04).
       01  WS-T5-HIGH                PIC 9(04).
       01  WS-T2-LOW                 PIC 9(04).
       01  WS-T2-HIGH                PIC 9(04).
       01  WS-PATTERN                PIC 9(04).
       01  WS-PATTERN-WORK           PIC 9(04).
       01  WS-PATTERN-QUOTIENT       PIC 9(04).
       01  WS-PATTERN-BIT            PIC 9(01).
       01  WS-PATTERN-ONES           PIC 9(02).
       01  WS-PATTERN-REVERSE        PIC 9(04).
       01  WS-PATTERN-IDX            PIC 9(02).
      * Bar-to-character map: for character A through J, bit 0
      * through 12, the bit position it drives - 1 to 65 the
      * descender of that bar, 66 to 130 the ascender.
       01  WS-BAR-MAP-VALUES.
           05 FILLER PIC X(39)
                  VALUE '067006078016086095034040045113117121062'.
           05 FILLER PIC X(39)
                  VALUE '087018104041076057119115072097002127026'.
           05 FILLER PIC X(39)
                  VALUE '105035122052114007024082068063094044077'.
           05 FILLER PIC X(39)
                  VALUE '112070100039030107015125085010065054088'.
           05 FILLER PIC X(39)
                  VALUE '020106046066008116029061099080090037123'.
           05 FILLER PIC X(39)
                  VALUE '051025084129056004109096028036047011071'.
           05 FILLER PIC X(39)
                  VALUE '033102021009017049124079064091042069053'.
           05 FILLER PIC X(39)
                  VALUE '060014001027103126075089050120019032110'.
           05 FILLER PIC X(39)
                  VALUE '092111130059031012081043055005074022101'.
           05 FILLER PIC X(39)
                  VALUE '128058118048108038098093023083013073003'.
       01  WS-BAR-MAP REDEFINES WS-BAR-MAP-VALUES.
           05 WS-BAR-POSITION OCCURS 130 TIMES PIC 9(03).
       01  WS-MAP-IDX                PIC 9(03).
       01  WS-BAR-BITS.
           05 WS-BAR-BIT OCCURS 130 TIMES PIC 9(01).
       01  WS-BAR-IDX                PIC 9(02).

       LINKAGE SECTION.
       01  LK-TRACKING-CODE          PIC X(20).
       01  LK-TRACKING-DIGITS REDEFINES LK-TRACKING-CODE.
           05 LK-TRACKING-DIGIT OCCURS 20 TIMES PIC 9(01).
       01  LK-ROUTING-CODE           PIC X(11).
       01  LK-BARCODE                PIC X(65).

       PROCEDURE DIVISION USING LK-TRACKING-CODE
                                LK-ROUTING-CODE
                                LK-BARCODE.
       MAIN SECTION.
       MAIN-START.
           MOVE SPACES TO LK-BARCODE.
           IF NOT WS-TABLES-BUILT
               PERFORM BUILD-CHARACTER-TABLES
               SET WS-TABLES-BUILT TO TRUE
           END-IF.
           PERFORM CHECK-INPUT.
           IF WS-INPUT-VALID
               PERFORM PACK-BINARY-VALUE
               PERFORM SPLIT-VALUE-BITS
               PERFORM COMPUTE-FRAME-CHECK
               PERFORM FORM-CODEWORDS
               PERFORM FORM-CHARACTERS
               PERFORM FORM-BARS
           END-IF.
       MAIN-EXIT.
           GOBACK.

       CHECK-INPUT SECTION.
       CHECK-INPUT-START.
           MOVE 'Y' TO WS-INPUT-VALID-SW.
           IF LK-TRACKING-CODE IS NOT NUMERIC
               MOVE 'N' TO WS-INPUT-VALID-SW
           ELSE
               IF LK-TRACKING-DIGIT (2) > 4
                   MOVE 'N' TO WS-INPUT-VALID-SW
               END-IF
           END-IF.
           MOVE ZERO TO WS-ROUTING-LEN.
           INSPECT LK-ROUTING-CODE TALLYING WS-ROUTING-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-ROUTING-NUM.
           EVALUATE WS-ROUTING-LEN
               WHEN 0
                   IF LK-ROUTING-CODE NOT = SPACES
                       MOVE 'N' TO WS-INPUT-VALID-SW
                   END-IF
               WHEN 5
               WHEN 9
               WHEN 11
                   IF LK-ROUTING-CODE (1:WS-ROUTING-LEN) IS NUMERIC
                       MOVE LK-ROUTING-CODE (1:WS-ROUTING-LEN)
                           TO WS-ROUTING-NUM
                   ELSE
                       MOVE 'N' TO WS-INPUT-VALID-SW
                   END-IF
                   IF WS-ROUTING-LEN < 11
                       IF LK-ROUTING-CODE (WS-ROUTING-LEN + 1:)
                          NOT = SPACES
                           MOVE 'N' TO WS-INPUT-VALID-SW
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-VALID-SW
           END-EVALUATE.
       CHECK-INPUT-EXIT.
           EXIT.

      * The routing code is offset by its length so a ZIP, ZIP+4
      * and full routing code never pack to the same value, then
      * the tracking digits follow - the second in base 5.
       PACK-BINARY-VALUE SECTION.
       PACK-BINARY-VALUE-START.
           EVALUATE WS-ROUTING-LEN
               WHEN 5
                   COMPUTE WS-IMB-VALUE = WS-ROUTING-NUM + 1
               WHEN 9
                   COMPUTE WS-IMB-VALUE = WS-ROUTING-NUM + 100001
               WHEN 11
                   COMPUTE WS-IMB-VALUE =
                       WS-ROUTING-NUM + 1000100001
               WHEN OTHER
                   MOVE ZERO TO WS-IMB-VALUE
           END-EVALUATE.
           PERFORM ADD-ONE-TRACKING-DIGIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 20.
       PACK-BINARY-VALUE-EXIT.
           EXIT.

       ADD-ONE-TRACKING-DIGIT SECTION.
       ADD-ONE-TRACKING-DIGIT-START.
           MOVE LK-TRACKING-DIGIT (WS-DIGIT-IDX) TO WS-DIGIT.
           IF WS-DIGIT-IDX = 2
               COMPUTE WS-IMB-VALUE = WS-IMB-VALUE * 5 + WS-DIGIT
           ELSE
               COMPUTE WS-IMB-VALUE = WS-IMB-VALUE * 10 + WS-DIGIT
           END-IF.
       ADD-ONE-TRACKING-DIGIT-EXIT.
           EXIT.

       SPLIT-VALUE-BITS SECTION.
       SPLIT-VALUE-BITS-START.
           MOVE WS-IMB-VALUE TO WS-IMB-QUOTIENT.
           PERFORM SPLIT-ONE-VALUE-BIT
               VARYING WS-BIT-IDX FROM 102 BY -1
               UNTIL WS-BIT-IDX < 1.
       SPLIT-VALUE-BITS-EXIT.
           EXIT.

       SPLIT-ONE-VALUE-BIT SECTION.
       SPLIT-ONE-VALUE-BIT-START.
           DIVIDE WS-IMB-QUOTIENT BY 2 GIVING WS-IMB-QUOTIENT
               REMAINDER WS-VALUE-BIT (WS-BIT-IDX).
       SPLIT-ONE-VALUE-BIT-EXIT.
           EXIT.

      * Eleven-bit CRC over the 102 bits, starting from all ones.
       COMPUTE-FRAME-CHECK SECTION.
       COMPUTE-FRAME-CHECK-START.
           MOVE ALL '1' TO WS-FCS-BITS.
           PERFORM CHECK-ONE-VALUE-BIT
               VARYING WS-BIT-IDX FROM 1 BY 1
               UNTIL WS-BIT-IDX > 102.
       COMPUTE-FRAME-CHECK-EXIT.
           EXIT.

       CHECK-ONE-VALUE-BIT SECTION.
       CHECK-ONE-VALUE-BIT-START.
           IF WS-FCS-BIT (1) = WS-VALUE-BIT (WS-BIT-IDX)
               MOVE 0 TO WS-FCS-TOP
           ELSE
               MOVE 1 TO WS-FCS-TOP
           END-IF.
           MOVE WS-FCS-BITS (2:10) TO WS-FCS-SHIFT.
           MOVE WS-FCS-SHIFT TO WS-FCS-BITS (1:10).
           MOVE 0 TO WS-FCS-BIT (11).
           IF WS-FCS-TOP = 1
               PERFORM APPLY-ONE-GENERATOR-BIT
                   VARYING WS-FCS-IDX FROM 1 BY 1
                   UNTIL WS-FCS-IDX > 11
           END-IF.
       CHECK-ONE-VALUE-BIT-EXIT.
           EXIT.

       APPLY-ONE-GENERATOR-BIT SECTION.
       APPLY-ONE-GENERATOR-BIT-START.
           IF WS-GEN-BIT (WS-FCS-IDX) = 1
               COMPUTE WS-FCS-BIT (WS-FCS-IDX) =
                   1 - WS-FCS-BIT (WS-FCS-IDX)
           END-IF.
       APPLY-ONE-GENERATOR-BIT-EXIT.
           EXIT.

      * J is the value modulo 636, I back to B modulo 1365, and A
      * what is left; J is doubled and A carries the top check bit.
       FORM-CODEWORDS SECTION.
       FORM-CODEWORDS-START.
           MOVE WS-IMB-VALUE TO WS-IMB-QUOTIENT.
           DIVIDE WS-IMB-QUOTIENT BY 636 GIVING WS-IMB-QUOTIENT
               REMAINDER WS-CODEWORD (10).
           PERFORM FORM-ONE-CODEWORD
               VARYING WS-CW-IDX FROM 9 BY -1
               UNTIL WS-CW-IDX < 2.
           MOVE WS-IMB-QUOTIENT TO WS-CODEWORD (1).
           COMPUTE WS-CODEWORD (10) = WS-CODEWORD (10) * 2.
           IF WS-FCS-BIT (1) = 1
               ADD 659 TO WS-CODEWORD (1)
           END-IF.
       FORM-CODEWORDS-EXIT.
           EXIT.

       FORM-ONE-CODEWORD SECTION.
       FORM-ONE-CODEWORD-START.
           DIVIDE WS-IMB-QUOTIENT BY 1365 GIVING WS-IMB-QUOTIENT
               REMAINDER WS-CODEWORD (WS-CW-IDX).
       FORM-ONE-CODEWORD-EXIT.
           EXIT.

      * Character A takes check bit 0, B bit 1, and so on to J at
      * bit 9; a marked character has all thirteen bits flipped.
       FORM-CHARACTERS SECTION.
       FORM-CHARACTERS-START.
           PERFORM FORM-ONE-CHARACTER
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > 10.
       FORM-CHARACTERS-EXIT.
           EXIT.

       FORM-ONE-CHARACTER SECTION.
       FORM-ONE-CHARACTER-START.
           IF WS-CODEWORD (WS-CW-IDX) < 1287
               MOVE WS-T5-CHAR (WS-CODEWORD (WS-CW-IDX) + 1)
                   TO WS-CHARACTER (WS-CW-IDX)
           ELSE
               MOVE WS-T2-CHAR (WS-CODEWORD (WS-CW-IDX) - 1286)
                   TO WS-CHARACTER (WS-CW-IDX)
           END-IF.
           IF WS-FCS-BIT (12 - WS-CW-IDX) = 1
               COMPUTE WS-CHARACTER (WS-CW-IDX) =
                   8191 - WS-CHARACTER (WS-CW-IDX)
           END-IF.
       FORM-ONE-CHARACTER-EXIT.
           EXIT.

       FORM-BARS SECTION.
       FORM-BARS-START.
           MOVE ALL '0' TO WS-BAR-BITS.
           PERFORM MAP-ONE-CHARACTER
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > 10.
           PERFORM SET-ONE-BAR
               VARYING WS-BAR-IDX FROM 1 BY 1
               UNTIL WS-BAR-IDX > 65.
       FORM-BARS-EXIT.
           EXIT.

       MAP-ONE-CHARACTER SECTION.
       MAP-ONE-CHARACTER-START.
           MOVE WS-CHARACTER (WS-CW-IDX) TO WS-PATTERN-WORK.
           PERFORM MAP-ONE-CHARACTER-BIT
               VARYING WS-PATTERN-IDX FROM 1 BY 1
               UNTIL WS-PATTERN-IDX > 13.
       MAP-ONE-CHARACTER-EXIT.
           EXIT.

       MAP-ONE-CHARACTER-BIT SECTION.
       MAP-ONE-CHARACTER-BIT-START.
           DIVIDE WS-PATTERN-WORK BY 2 GIVING WS-PATTERN-QUOTIENT
               REMAINDER WS-PATTERN-BIT.
           MOVE WS-PATTERN-QUOTIENT TO WS-PATTERN-WORK.
           IF WS-PATTERN-BIT = 1
               COMPUTE WS-MAP-IDX =
                   (WS-CW-IDX - 1) * 13 + WS-PATTERN-IDX
               MOVE 1 TO WS-BAR-BIT (WS-BAR-POSITION (WS-MAP-IDX))
           END-IF.
       MAP-ONE-CHARACTER-BIT-EXIT.
           EXIT.

       SET-ONE-BAR SECTION.
       SET-ONE-BAR-START.
           EVALUATE TRUE
               WHEN WS-BAR-BIT (WS-BAR-IDX) = 1
                AND WS-BAR-BIT (WS-BAR-IDX + 65) = 1
                   MOVE 'F' TO LK-BARCODE (WS-BAR-IDX:1)
               WHEN WS-BAR-BIT (WS-BAR-IDX) = 1
                   MOVE 'D' TO LK-BARCODE (WS-BAR-IDX:1)
               WHEN WS-BAR-BIT (WS-BAR-IDX + 65) = 1
                   MOVE 'A' TO LK-BARCODE (WS-BAR-IDX:1)
               WHEN OTHER
                   MOVE 'T' TO LK-BARCODE (WS-BAR-IDX:1)
           END-EVALUATE.
       SET-ONE-BAR-EXIT.
           EXIT.

       BUILD-CHARACTER-TABLES SECTION.
       BUILD-CHARACTER-TABLES-START.
           MOVE 1 TO WS-T5-LOW.
           MOVE 1287 TO WS-T5-HIGH.
           MOVE 1 TO WS-T2-LOW.
           MOVE 78 TO WS-T2-HIGH.
           PERFORM TABLE-ONE-PATTERN
               VARYING WS-PATTERN FROM 0 BY 1
               UNTIL WS-PATTERN > 8191.
       BUILD-CHARACTER-TABLES-EXIT.
           EXIT.

       TABLE-ONE-PATTERN SECTION.
       TABLE-ONE-PATTERN-START.
           MOVE WS-PATTERN TO WS-PATTERN-WORK.
           MOVE ZERO TO WS-PATTERN-ONES.
           MOVE ZERO TO WS-PATTERN-REVERSE.
           PERFORM COUNT-ONE-PATTERN-BIT
               VARYING WS-PATTERN-IDX FROM 1 BY 1
               UNTIL WS-PATTERN-IDX > 13.
           IF WS-PATTERN-REVERSE NOT < WS-PATTERN
               EVALUATE WS-PATTERN-ONES
                   WHEN 5
                       PERFORM TABLE-FIVE-OF-THIRTEEN
                   WHEN 2
                       PERFORM TABLE-TWO-OF-THIRTEEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       TABLE-ONE-PATTERN-EXIT.
           EXIT.

       COUNT-ONE-PATTERN-BIT SECTION.
       COUNT-ONE-PATTERN-BIT-START.
           DIVIDE WS-PATTERN-WORK BY 2 GIVING WS-PATTERN-QUOTIENT
               REMAINDER WS-PATTERN-BIT.
           MOVE WS-PATTERN-QUOTIENT TO WS-PATTERN-WORK.
           ADD WS-PATTERN-BIT TO WS-PATTERN-ONES.
           COMPUTE WS-PATTERN-REVERSE =
               WS-PATTERN-REVERSE * 2 + WS-PATTERN-BIT.
       COUNT-ONE-PATTERN-BIT-EXIT.
           EXIT.

       TABLE-FIVE-OF-THIRTEEN SECTION.
       TABLE-FIVE-OF-THIRTEEN-START.
           IF WS-PATTERN-REVERSE = WS-PATTERN
               MOVE WS-PATTERN TO WS-T5-CHAR (WS-T5-HIGH)
               SUBTRACT 1 FROM WS-T5-HIGH
           ELSE
               MOVE WS-PATTERN TO WS-T5-CHAR (WS-T5-LOW)
               MOVE WS-PATTERN-REVERSE TO WS-T5-CHAR (WS-T5-LOW + 1)
               ADD 2 TO WS-T5-LOW
           END-IF.
       TABLE-FIVE-OF-THIRTEEN-EXIT.
           EXIT.

       TABLE-TWO-OF-THIRTEEN SECTION.
       TABLE-TWO-OF-THIRTEEN-START.
           IF WS-PATTERN-REVERSE = WS-PATTERN
               MOVE WS-PATTERN TO WS-T2-CHAR (WS-T2-HIGH)
               SUBTRACT 1 FROM WS-T2-HIGH
           ELSE
               MOVE WS-PATTERN TO WS-T2-CHAR (WS-T2-LOW)
               MOVE WS-PATTERN-REVERSE TO WS-T2-CHAR (WS-T2-LOW + 1)
               ADD 2 TO WS-T2-LOW
           END-IF.
       TABLE-TWO-OF-THIRTEEN-EXIT.
           EXIT.

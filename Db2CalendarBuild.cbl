       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2CalendarBuild.

      * Builds a year of shop calendar records (the SHOPCAL layout
      * DB2X-LOAD-CALENDAR-DAY reads) from a handful of cards, so
      * nobody keys 365 weekday numbers and month-end flags by hand
      * again. The weekday is worked out from the date itself; the
      * month-end and quarter-end flags come from the rule on the
      * cards; the only things operations keys are the year and the
      * shop holidays.
      *
      * Cards (CALCARDS) use the DISPCTL keyword-and-value shape,
      * value from column 9:
      *
      *   YEAR      the four-digit year to build. Required.
      *   HOLIDAY   a shop holiday, YYYYMMDD in columns 9-16 and an
      *             optional name from column 18 for the proof. One
      *             card per holiday, in any order. December
      *             holidays of the year before may be keyed too;
      *             they count only for that December's roll.
      *   MONTHEND  PRIOR or NEXT: when the last calendar day of a
      *             month is a weekend day or holiday, month-end
      *             processing moves to the prior or the next
      *             business day. PRIOR if no card.
      *   QTREND    the same choice for quarter-end, which may
      *             differ from month-end. Follows MONTHEND if no
      *             card.
      *   *         comment.
      *
      * A business day is Monday to Friday and not a holiday. A
      * NEXT rule can carry December's month-end into January: the
      * prior year's December is worked out too, so a January date
      * it lands on is flagged here, and this year's December roll
      * into next year is shown on the proof but left for next
      * year's build (which knows next year's holidays). Under a
      * NEXT rule that build needs the prior December's holidays
      * keyed on its cards as well, or a Christmas-week holiday on
      * 31 December would be taken for a business day and the
      * December month-end never flagged in either calendar.
      *
      * The proof listing (CALPROOF) shows the cards as understood,
      * every holiday with its weekday, and for every month the
      * last calendar day, the month-end and quarter-end dates
      * chosen and why - operations signs off the dates, not the
      * keystrokes. The calendar is written to SHOPCALN; the JCL
      * copies it over SHOPCAL once the proof is approved. Any card
      * that cannot be understood ends the run RC 8 without writing
      * the calendar at all: a calendar built from a misread card is
      * exactly the silent error this program exists to prevent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CARD-FILE ASSIGN TO CALCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CARD-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO SHOPCALN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CAL-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO CALPROOF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CARD-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD-REC.
           05  CBC-KEYWORD             PIC X(08).
           05  CBC-VALUE               PIC X(72).
           05  FILLER REDEFINES CBC-VALUE.
               10  CBC-HOLIDAY-DATE    PIC X(08).
               10  FILLER              PIC X(01).
               10  CBC-HOLIDAY-NAME    PIC X(30).
               10  FILLER              PIC X(33).

      * The SHOPCAL record, as Db2Example reads it.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-REC.
           05  CAL-DATE                PIC 9(08).
           05  CAL-WEEKDAY             PIC 9(01).
           05  CAL-MONTH-END           PIC X(01).
           05  CAL-QUARTER-END         PIC X(01).
           05  FILLER                  PIC X(69).

       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  CB-CARD-FILE-STATUS         PIC X(02) VALUE '00'.
       01  CB-CAL-FILE-STATUS          PIC X(02) VALUE '00'.
       01  CB-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  CB-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  CB-END-OF-CARDS             VALUE 'Y'.
       01  CB-BUSINESS-SWITCH          PIC X(01) VALUE 'N'.
           88  CB-IS-BUSINESS-DAY          VALUE 'Y'.
           88  CB-NOT-BUSINESS-DAY         VALUE 'N'.
       01  CB-HOLIDAY-SWITCH           PIC X(01) VALUE 'N'.
           88  CB-IS-HOLIDAY               VALUE 'Y'.
           88  CB-NOT-HOLIDAY              VALUE 'N'.

       01  CB-CARD-ERROR-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  CB-CARD-ERROR-TEXT          PIC X(40).
       01  CB-DAYS-WRITTEN             PIC 9(04) COMP VALUE ZERO.
       01  CB-ME-DAYS                  PIC 9(04) COMP VALUE ZERO.
       01  CB-QE-DAYS                  PIC 9(04) COMP VALUE ZERO.
       01  CB-COUNT-DISP               PIC ZZZ9.

      * The settings the cards arrive at. The quarter-end rule is
      * left blank until a QTREND card sets it, and then falls back
      * to the month-end rule.
       01  CB-YEAR                     PIC 9(04) VALUE ZERO.
       01  CB-YEAR-X REDEFINES CB-YEAR PIC X(04).
       01  CB-ME-RULE                  PIC X(05) VALUE 'PRIOR'.
       01  CB-QE-RULE                  PIC X(05) VALUE SPACES.
       01  CB-RULE                     PIC X(05).

      * Shop holidays from the cards. 40 is far more than any
      * year's list; a card past it is a card error, not a silent
      * drop.
       01  CB-MAX-HOLIDAYS             PIC 9(04) COMP VALUE 40.
       01  CB-HOLIDAY-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  CB-HOLIDAY-TABLE.
           05  CB-HOLIDAY-ENTRY OCCURS 40 TIMES
                       INDEXED BY CB-HOL-IDX.
               10  CB-HOL-DATE         PIC 9(08).
               10  CB-HOL-NAME         PIC X(30).

      * Days in each month, February corrected for a leap year once
      * the year is known; and the three-letter names the proof uses.
       01  CB-DAYS-IN-MONTH-VALUES     PIC X(24) VALUE
           '312831303130313130313031'.
       01  CB-DAYS-IN-MONTH-TABLE REDEFINES CB-DAYS-IN-MONTH-VALUES.
           05  CB-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
       01  CB-MONTH-NAME-VALUES        PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  CB-MONTH-NAME-TABLE REDEFINES CB-MONTH-NAME-VALUES.
           05  CB-MONTH-NAME           PIC X(03) OCCURS 12 TIMES.
       01  CB-DAY-NAME-VALUES          PIC X(21) VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  CB-DAY-NAME-TABLE REDEFINES CB-DAY-NAME-VALUES.
           05  CB-DAY-NAME             PIC X(03) OCCURS 7 TIMES.

      * The dates chosen, held as integer dates (days since
      * 31 December 1600, the INTEGER-OF-DATE scale) so rolling a
      * day back or forward is plain arithmetic.
       01  CB-MONTH-TABLE.
           05  CB-MONTH-ENTRY OCCURS 12 TIMES
                       INDEXED BY CB-MON-IDX.
               10  CB-MON-LAST-INT     PIC 9(07) COMP.
               10  CB-MON-ME-INT       PIC 9(07) COMP.
               10  CB-MON-QE-INT       PIC 9(07) COMP.
       01  CB-PRIOR-DEC-ME-INT         PIC 9(07) COMP VALUE ZERO.
       01  CB-PRIOR-DEC-QE-INT         PIC 9(07) COMP VALUE ZERO.
       01  CB-YEAR-FIRST-INT           PIC 9(07) COMP VALUE ZERO.
       01  CB-YEAR-LAST-INT            PIC 9(07) COMP VALUE ZERO.

      * Work fields for one date: the integer date, its YYYYMMDD
      * form, its weekday (1 = Monday), and a month-end being
      * rolled.
       01  CB-MONTH-NBR                PIC 9(02) VALUE ZERO.
       01  CB-WORK-DATE.
           05  CB-WORK-YYYY            PIC 9(04).
           05  CB-WORK-MM              PIC 9(02).
           05  CB-WORK-DD              PIC 9(02).
       01  CB-WORK-DATE-N REDEFINES CB-WORK-DATE
                                       PIC 9(08).
       01  CB-WORK-INT                 PIC 9(07) COMP VALUE ZERO.
       01  CB-WORK-WEEKDAY             PIC 9(01) VALUE ZERO.
       01  CB-ROLL-INT                 PIC 9(07) COMP VALUE ZERO.
       01  CB-DAY-INT                  PIC 9(07) COMP VALUE ZERO.
       01  CB-HOLIDAY-KEY              PIC 9(08) VALUE ZERO.

      * A date as the proof prints it: 2026-03-31 TUE.
       01  CB-FMT-INT                  PIC 9(07) COMP VALUE ZERO.
       01  CB-FMT-TEXT.
           05  CB-FMT-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  CB-FMT-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  CB-FMT-DD               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-FMT-DAY              PIC X(03).
       01  CB-NOTE                     PIC X(50).

       01  CB-RPT-HEADING              PIC X(58) VALUE
           'SHOP CALENDAR BUILD - PROOF LISTING'.
       01  CB-MONTH-HEADING.
           05  FILLER                  PIC X(11) VALUE 'MONTH'.
           05  FILLER                  PIC X(16) VALUE
               'LAST DAY'.
           05  FILLER                  PIC X(16) VALUE
               'MONTH-END'.
           05  FILLER                  PIC X(16) VALUE
               'QUARTER-END'.
           05  FILLER                  PIC X(04) VALUE 'NOTE'.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE SPACES TO RPT-REC
           MOVE CB-RPT-HEADING TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM READ-CALENDAR-CARDS
           IF CB-YEAR = ZERO
               MOVE 'NO YEAR CARD' TO CB-CARD-ERROR-TEXT
               MOVE SPACES TO CALENDAR-CARD-REC
               PERFORM WRITE-CARD-ERROR
           END-IF
           IF CB-CARD-ERROR-COUNT > ZERO
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE 'CARD ERRORS - NO CALENDAR WRITTEN' TO RPT-REC
               WRITE RPT-REC
               CLOSE PROOF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CB-QE-RULE = SPACES
               MOVE CB-ME-RULE TO CB-QE-RULE
           END-IF
           PERFORM WRITE-SETTINGS
           PERFORM CHOOSE-MONTH-ENDS
           PERFORM WRITE-CALENDAR-FILE
           PERFORM WRITE-MONTH-PROOF
           PERFORM WRITE-PROOF-SUMMARY
           CLOSE PROOF-REPORT-FILE
           MOVE ZERO TO RETURN-CODE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * A missing card file leaves the year unset, which MAINLINE
      * reports as a card error like any other.
       READ-CALENDAR-CARDS.
           OPEN INPUT CALENDAR-CARD-FILE
           IF CB-CARD-FILE-STATUS = '00'
               PERFORM READ-CALENDAR-CARD
               PERFORM APPLY-CALENDAR-CARD THRU
                       APPLY-CALENDAR-CARD-EXIT
                   UNTIL CB-END-OF-CARDS
               CLOSE CALENDAR-CARD-FILE
           END-IF
           IF CB-YEAR NOT = ZERO
               PERFORM CHECK-HOLIDAY-YEAR THRU
                       CHECK-HOLIDAY-YEAR-EXIT
                   VARYING CB-HOL-IDX FROM 1 BY 1
                   UNTIL CB-HOL-IDX > CB-HOLIDAY-COUNT
           END-IF.
       READ-CALENDAR-CARDS-EXIT.
           EXIT.

       READ-CALENDAR-CARD.
           READ CALENDAR-CARD-FILE
               AT END
                   SET CB-END-OF-CARDS TO TRUE
           END-READ.
       READ-CALENDAR-CARD-EXIT.
           EXIT.

       APPLY-CALENDAR-CARD.
           EVALUATE CBC-KEYWORD
               WHEN 'YEAR    '
                   PERFORM APPLY-YEAR-CARD
               WHEN 'HOLIDAY '
                   PERFORM APPLY-HOLIDAY-CARD THRU
                           APPLY-HOLIDAY-CARD-EXIT
               WHEN 'MONTHEND'
                   IF CBC-VALUE(1:5) = 'PRIOR' OR 'NEXT '
                       MOVE CBC-VALUE(1:5) TO CB-ME-RULE
                   ELSE
                       MOVE 'MONTHEND NOT PRIOR OR NEXT'
                           TO CB-CARD-ERROR-TEXT
                       PERFORM WRITE-CARD-ERROR
                   END-IF
               WHEN 'QTREND  '
                   IF CBC-VALUE(1:5) = 'PRIOR' OR 'NEXT '
                       MOVE CBC-VALUE(1:5) TO CB-QE-RULE
                   ELSE
                       MOVE 'QTREND NOT PRIOR OR NEXT'
                           TO CB-CARD-ERROR-TEXT
                       PERFORM WRITE-CARD-ERROR
                   END-IF
               WHEN '*       '
                   CONTINUE
               WHEN OTHER
                   MOVE 'UNKNOWN CARD' TO CB-CARD-ERROR-TEXT
                   PERFORM WRITE-CARD-ERROR
           END-EVALUATE
           PERFORM READ-CALENDAR-CARD.
       APPLY-CALENDAR-CARD-EXIT.
           EXIT.

      * 1601 is the first year INTEGER-OF-DATE knows; a second YEAR
      * card is an error rather than "last one wins", since the
      * holiday cards were keyed for one of them.
       APPLY-YEAR-CARD.
           IF CB-YEAR NOT = ZERO
               MOVE 'MORE THAN ONE YEAR CARD' TO CB-CARD-ERROR-TEXT
               PERFORM WRITE-CARD-ERROR
           ELSE
               IF CBC-VALUE(1:4) IS NUMERIC
                   AND CBC-VALUE(1:4) > '1600'
                   AND CBC-VALUE(5:1) = SPACE
                   MOVE CBC-VALUE(1:4) TO CB-YEAR-X
               ELSE
                   MOVE 'YEAR NOT A FOUR-DIGIT YEAR'
                       TO CB-CARD-ERROR-TEXT
                   PERFORM WRITE-CARD-ERROR
               END-IF
           END-IF.
       APPLY-YEAR-CARD-EXIT.
           EXIT.

      * The date must be a real calendar date; whether it falls in
      * the year being built (or the December before it) is checked
      * once every card is in, since the YEAR card need not come
      * first.
       APPLY-HOLIDAY-CARD.
           IF CBC-HOLIDAY-DATE IS NOT NUMERIC
               MOVE 'HOLIDAY DATE NOT NUMERIC' TO CB-CARD-ERROR-TEXT
               PERFORM WRITE-CARD-ERROR
               GO TO APPLY-HOLIDAY-CARD-EXIT
           END-IF
           MOVE CBC-HOLIDAY-DATE TO CB-WORK-DATE
           PERFORM SET-FEBRUARY-LENGTH
           IF CB-WORK-YYYY < 1601
               OR CB-WORK-MM < 1 OR CB-WORK-MM > 12
               MOVE 'HOLIDAY DATE NOT A DATE' TO CB-CARD-ERROR-TEXT
               PERFORM WRITE-CARD-ERROR
               GO TO APPLY-HOLIDAY-CARD-EXIT
           END-IF
           IF CB-WORK-DD < 1
               OR CB-WORK-DD > CB-DAYS-IN-MONTH(CB-WORK-MM)
               MOVE 'HOLIDAY DATE NOT A DATE' TO CB-CARD-ERROR-TEXT
               PERFORM WRITE-CARD-ERROR
               GO TO APPLY-HOLIDAY-CARD-EXIT
           END-IF
           MOVE CB-WORK-DATE-N TO CB-HOLIDAY-KEY
           PERFORM FIND-HOLIDAY
           IF CB-IS-HOLIDAY
               MOVE 'HOLIDAY KEYED TWICE' TO CB-CARD-ERROR-TEXT
               PERFORM WRITE-CARD-ERROR
               GO TO APPLY-HOLIDAY-CARD-EXIT
           END-IF
           IF CB-HOLIDAY-COUNT >= CB-MAX-HOLIDAYS
               MOVE 'MORE THAN 40 HOLIDAYS' TO CB-CARD-ERROR-TEXT
               PERFORM WRITE-CARD-ERROR
               GO TO APPLY-HOLIDAY-CARD-EXIT
           END-IF
           ADD 1 TO CB-HOLIDAY-COUNT
           SET CB-HOL-IDX TO CB-HOLIDAY-COUNT
           MOVE CB-WORK-DATE-N TO CB-HOL-DATE(CB-HOL-IDX)
           MOVE CBC-HOLIDAY-NAME TO CB-HOL-NAME(CB-HOL-IDX).
       APPLY-HOLIDAY-CARD-EXIT.
           EXIT.

      * A holiday in the December before the year is kept for the
      * prior December's roll only: the calendar written starts on
      * 1 January, so it never reaches a day of its own.
       CHECK-HOLIDAY-YEAR.
           MOVE CB-HOL-DATE(CB-HOL-IDX) TO CB-WORK-DATE-N
           IF CB-WORK-YYYY + 1 = CB-YEAR AND CB-WORK-MM = 12
               GO TO CHECK-HOLIDAY-YEAR-EXIT
           END-IF
           IF CB-WORK-YYYY NOT = CB-YEAR
               MOVE 'HOLIDAY NOT IN THE YEAR BUILT'
                   TO CB-CARD-ERROR-TEXT
               MOVE SPACES TO CALENDAR-CARD-REC
               MOVE 'HOLIDAY ' TO CBC-KEYWORD
               MOVE CB-WORK-DATE TO CBC-HOLIDAY-DATE
               MOVE CB-HOL-NAME(CB-HOL-IDX) TO CBC-HOLIDAY-NAME
               PERFORM WRITE-CARD-ERROR
           END-IF.
       CHECK-HOLIDAY-YEAR-EXIT.
           EXIT.

      * February of CB-WORK-YYYY: 29 days in a leap year - every
      * fourth year, except centuries not divisible by 400.
       SET-FEBRUARY-LENGTH.
           IF FUNCTION MOD(CB-WORK-YYYY, 4) = ZERO
               AND (FUNCTION MOD(CB-WORK-YYYY, 100) NOT = ZERO
                   OR FUNCTION MOD(CB-WORK-YYYY, 400) = ZERO)
               MOVE 29 TO CB-DAYS-IN-MONTH(2)
           ELSE
               MOVE 28 TO CB-DAYS-IN-MONTH(2)
           END-IF.
       SET-FEBRUARY-LENGTH-EXIT.
           EXIT.

      * Is CB-HOLIDAY-KEY, a YYYYMMDD date, on the holiday list?
       FIND-HOLIDAY.
           SET CB-NOT-HOLIDAY TO TRUE
           PERFORM FIND-HOLIDAY-SCAN THRU FIND-HOLIDAY-SCAN-EXIT
               VARYING CB-HOL-IDX FROM 1 BY 1
               UNTIL CB-HOL-IDX > CB-HOLIDAY-COUNT
                   OR CB-IS-HOLIDAY.
       FIND-HOLIDAY-EXIT.
           EXIT.

       FIND-HOLIDAY-SCAN.
           IF CB-HOL-DATE(CB-HOL-IDX) = CB-HOLIDAY-KEY
               SET CB-IS-HOLIDAY TO TRUE
           END-IF.
       FIND-HOLIDAY-SCAN-EXIT.
           EXIT.

       WRITE-CARD-ERROR.
           ADD 1 TO CB-CARD-ERROR-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CARD ERROR (' DELIMITED BY SIZE
                   CB-CARD-ERROR-TEXT DELIMITED BY '  '
                   '): ' DELIMITED BY SIZE
                   CALENDAR-CARD-REC DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-CARD-ERROR-EXIT.
           EXIT.

       WRITE-SETTINGS.
           MOVE SPACES TO RPT-REC
           STRING 'YEAR ' DELIMITED BY SIZE
                   CB-YEAR DELIMITED BY SIZE
                   '   MONTH-END RULE: ' DELIMITED BY SIZE
                   CB-ME-RULE DELIMITED BY SPACE
                   '   QUARTER-END RULE: ' DELIMITED BY SIZE
                   CB-QE-RULE DELIMITED BY SPACE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE CB-HOLIDAY-COUNT TO CB-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING 'SHOP HOLIDAYS:' DELIMITED BY SIZE
                   CB-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM WRITE-HOLIDAY-LINE THRU WRITE-HOLIDAY-LINE-EXIT
               VARYING CB-HOL-IDX FROM 1 BY 1
               UNTIL CB-HOL-IDX > CB-HOLIDAY-COUNT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       WRITE-SETTINGS-EXIT.
           EXIT.

      * A holiday that falls on a weekend changes nothing - the day
      * was not a business day anyway - and the proof says so, in
      * case the shop meant to key the observed weekday instead.
       WRITE-HOLIDAY-LINE.
           MOVE CB-HOL-DATE(CB-HOL-IDX) TO CB-WORK-DATE-N
           COMPUTE CB-FMT-INT =
               FUNCTION INTEGER-OF-DATE(CB-WORK-DATE-N)
           PERFORM FORMAT-DATE
           MOVE SPACES TO RPT-REC
           MOVE CB-FMT-TEXT TO RPT-REC(3:14)
           MOVE CB-HOL-NAME(CB-HOL-IDX) TO RPT-REC(19:30)
           EVALUATE TRUE
               WHEN CB-WORK-YYYY NOT = CB-YEAR
                   MOVE 'PRIOR DECEMBER - ITS ROLL ONLY'
                       TO RPT-REC(51:30)
               WHEN CB-WORK-WEEKDAY > 5
                   MOVE 'FALLS ON A WEEKEND - NO EFFECT'
                       TO RPT-REC(51:30)
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-HOLIDAY-LINE-EXIT.
           EXIT.

      * Every month's last calendar day, rolled by the month-end
      * rule and - for March, June, September and December - by the
      * quarter-end rule. The prior December is worked out the same
      * way in case a NEXT rule carried it into this January.
       CHOOSE-MONTH-ENDS.
           MOVE CB-YEAR TO CB-WORK-YYYY
           MOVE 01 TO CB-WORK-MM
           MOVE 01 TO CB-WORK-DD
           COMPUTE CB-YEAR-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(CB-WORK-DATE-N)
           MOVE 12 TO CB-WORK-MM
           MOVE 31 TO CB-WORK-DD
           COMPUTE CB-YEAR-LAST-INT =
               FUNCTION INTEGER-OF-DATE(CB-WORK-DATE-N)
           PERFORM SET-FEBRUARY-LENGTH
           PERFORM CHOOSE-ONE-MONTH THRU CHOOSE-ONE-MONTH-EXIT
               VARYING CB-MON-IDX FROM 1 BY 1
               UNTIL CB-MON-IDX > 12
           COMPUTE CB-ROLL-INT = CB-YEAR-FIRST-INT - 1
           MOVE CB-ME-RULE TO CB-RULE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE CB-ROLL-INT TO CB-PRIOR-DEC-ME-INT
           COMPUTE CB-ROLL-INT = CB-YEAR-FIRST-INT - 1
           MOVE CB-QE-RULE TO CB-RULE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE CB-ROLL-INT TO CB-PRIOR-DEC-QE-INT.
       CHOOSE-MONTH-ENDS-EXIT.
           EXIT.

       CHOOSE-ONE-MONTH.
           SET CB-MONTH-NBR TO CB-MON-IDX
           MOVE CB-YEAR TO CB-WORK-YYYY
           MOVE CB-MONTH-NBR TO CB-WORK-MM
           MOVE CB-DAYS-IN-MONTH(CB-MONTH-NBR) TO CB-WORK-DD
           COMPUTE CB-MON-LAST-INT(CB-MON-IDX) =
               FUNCTION INTEGER-OF-DATE(CB-WORK-DATE-N)
           MOVE CB-MON-LAST-INT(CB-MON-IDX) TO CB-ROLL-INT
           MOVE CB-ME-RULE TO CB-RULE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE CB-ROLL-INT TO CB-MON-ME-INT(CB-MON-IDX)
           MOVE ZERO TO CB-MON-QE-INT(CB-MON-IDX)
           IF CB-MONTH-NBR = 3 OR 6 OR 9 OR 12
               MOVE CB-MON-LAST-INT(CB-MON-IDX) TO CB-ROLL-INT
               MOVE CB-QE-RULE TO CB-RULE
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE CB-ROLL-INT TO CB-MON-QE-INT(CB-MON-IDX)
           END-IF.
       CHOOSE-ONE-MONTH-EXIT.
           EXIT.

      * Steps CB-ROLL-INT a day at a time, back for PRIOR and
      * forward for NEXT, until it is a business day. At most 40
      * holidays plus the weekends between them, so it always stops.
       ROLL-TO-BUSINESS-DAY.
           MOVE CB-ROLL-INT TO CB-WORK-INT
           PERFORM CHECK-BUSINESS-DAY
           PERFORM ROLL-ONE-DAY THRU ROLL-ONE-DAY-EXIT
               UNTIL CB-IS-BUSINESS-DAY
           MOVE CB-WORK-INT TO CB-ROLL-INT.
       ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

       ROLL-ONE-DAY.
           IF CB-RULE = 'NEXT '
               ADD 1 TO CB-WORK-INT
           ELSE
               SUBTRACT 1 FROM CB-WORK-INT
           END-IF
           PERFORM CHECK-BUSINESS-DAY.
       ROLL-ONE-DAY-EXIT.
           EXIT.

      * Weekday from the integer date: day 1 of the scale, 1 January
      * 1601, was a Monday.
       CHECK-BUSINESS-DAY.
           COMPUTE CB-WORK-WEEKDAY =
               FUNCTION MOD(CB-WORK-INT - 1, 7) + 1
           SET CB-IS-BUSINESS-DAY TO TRUE
           IF CB-WORK-WEEKDAY > 5
               SET CB-NOT-BUSINESS-DAY TO TRUE
           ELSE
               COMPUTE CB-HOLIDAY-KEY =
                   FUNCTION DATE-OF-INTEGER(CB-WORK-INT)
               PERFORM FIND-HOLIDAY
               IF CB-IS-HOLIDAY
                   SET CB-NOT-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.
       CHECK-BUSINESS-DAY-EXIT.
           EXIT.

       WRITE-CALENDAR-FILE.
           OPEN OUTPUT CALENDAR-FILE
           PERFORM WRITE-CALENDAR-DAY THRU WRITE-CALENDAR-DAY-EXIT
               VARYING CB-DAY-INT FROM CB-YEAR-FIRST-INT BY 1
               UNTIL CB-DAY-INT > CB-YEAR-LAST-INT
           CLOSE CALENDAR-FILE.
       WRITE-CALENDAR-FILE-EXIT.
           EXIT.

       WRITE-CALENDAR-DAY.
           MOVE SPACES TO CALENDAR-REC
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(CB-DAY-INT)
           COMPUTE CAL-WEEKDAY = FUNCTION MOD(CB-DAY-INT - 1, 7) + 1
           MOVE 'N' TO CAL-MONTH-END
           MOVE 'N' TO CAL-QUARTER-END
           IF CB-DAY-INT = CB-PRIOR-DEC-ME-INT
               MOVE 'Y' TO CAL-MONTH-END
           END-IF
           IF CB-DAY-INT = CB-PRIOR-DEC-QE-INT
               MOVE 'Y' TO CAL-QUARTER-END
           END-IF
           PERFORM MATCH-MONTH-END THRU MATCH-MONTH-END-EXIT
               VARYING CB-MON-IDX FROM 1 BY 1
               UNTIL CB-MON-IDX > 12
           IF CAL-MONTH-END = 'Y'
               ADD 1 TO CB-ME-DAYS
           END-IF
           IF CAL-QUARTER-END = 'Y'
               ADD 1 TO CB-QE-DAYS
           END-IF
           WRITE CALENDAR-REC
           ADD 1 TO CB-DAYS-WRITTEN.
       WRITE-CALENDAR-DAY-EXIT.
           EXIT.

       MATCH-MONTH-END.
           IF CB-DAY-INT = CB-MON-ME-INT(CB-MON-IDX)
               MOVE 'Y' TO CAL-MONTH-END
           END-IF
           IF CB-DAY-INT = CB-MON-QE-INT(CB-MON-IDX)
               MOVE 'Y' TO CAL-QUARTER-END
           END-IF.
       MATCH-MONTH-END-EXIT.
           EXIT.

      * One proof line per month, plus a leading line for the prior
      * December whenever its month-end or quarter-end landed in
      * this year.
       WRITE-MONTH-PROOF.
           MOVE SPACES TO RPT-REC
           MOVE CB-MONTH-HEADING TO RPT-REC
           WRITE RPT-REC
           IF CB-PRIOR-DEC-ME-INT NOT < CB-YEAR-FIRST-INT
               OR CB-PRIOR-DEC-QE-INT NOT < CB-YEAR-FIRST-INT
               PERFORM WRITE-PRIOR-DECEMBER-LINE
           END-IF
           PERFORM WRITE-MONTH-LINE THRU WRITE-MONTH-LINE-EXIT
               VARYING CB-MON-IDX FROM 1 BY 1
               UNTIL CB-MON-IDX > 12.
       WRITE-MONTH-PROOF-EXIT.
           EXIT.

       WRITE-PRIOR-DECEMBER-LINE.
           MOVE SPACES TO RPT-REC
           COMPUTE CB-WORK-YYYY = CB-YEAR - 1
           STRING 'DEC ' DELIMITED BY SIZE
                   CB-WORK-YYYY DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           COMPUTE CB-FMT-INT = CB-YEAR-FIRST-INT - 1
           PERFORM FORMAT-DATE
           MOVE CB-FMT-TEXT TO RPT-REC(12:14)
           MOVE CB-PRIOR-DEC-ME-INT TO CB-FMT-INT
           PERFORM FORMAT-DATE
           MOVE CB-FMT-TEXT TO RPT-REC(28:14)
           MOVE CB-PRIOR-DEC-QE-INT TO CB-FMT-INT
           PERFORM FORMAT-DATE
           MOVE CB-FMT-TEXT TO RPT-REC(44:14)
           MOVE 'ROLLED INTO THIS YEAR - FLAGGED HERE'
               TO RPT-REC(60:50)
           WRITE RPT-REC.
       WRITE-PRIOR-DECEMBER-LINE-EXIT.
           EXIT.

       WRITE-MONTH-LINE.
           SET CB-MONTH-NBR TO CB-MON-IDX
           MOVE SPACES TO RPT-REC
           STRING CB-MONTH-NAME(CB-MONTH-NBR) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CB-YEAR DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           MOVE CB-MON-LAST-INT(CB-MON-IDX) TO CB-FMT-INT
           PERFORM FORMAT-DATE
           MOVE CB-FMT-TEXT TO RPT-REC(12:14)
           MOVE CB-MON-ME-INT(CB-MON-IDX) TO CB-FMT-INT
           PERFORM FORMAT-DATE
           MOVE CB-FMT-TEXT TO RPT-REC(28:14)
           IF CB-MON-QE-INT(CB-MON-IDX) > ZERO
               MOVE CB-MON-QE-INT(CB-MON-IDX) TO CB-FMT-INT
               PERFORM FORMAT-DATE
               MOVE CB-FMT-TEXT TO RPT-REC(44:14)
           END-IF
           MOVE SPACES TO CB-NOTE
           IF CB-MON-ME-INT(CB-MON-IDX) NOT =
                   CB-MON-LAST-INT(CB-MON-IDX)
               OR (CB-MON-QE-INT(CB-MON-IDX) > ZERO
                   AND CB-MON-QE-INT(CB-MON-IDX) NOT =
                       CB-MON-LAST-INT(CB-MON-IDX))
               MOVE CB-MON-LAST-INT(CB-MON-IDX) TO CB-WORK-INT
               PERFORM CHECK-BUSINESS-DAY
               IF CB-WORK-WEEKDAY > 5
                   MOVE 'LAST DAY IS A WEEKEND - ROLLED' TO CB-NOTE
               ELSE
                   MOVE 'LAST DAY IS A HOLIDAY - ROLLED' TO CB-NOTE
               END-IF
           END-IF
           IF CB-MON-ME-INT(CB-MON-IDX) > CB-YEAR-LAST-INT
               OR CB-MON-QE-INT(CB-MON-IDX) > CB-YEAR-LAST-INT
               MOVE 'ROLLS INTO NEXT YEAR - LEFT TO NEXT BUILD'
                   TO CB-NOTE
           END-IF
           MOVE CB-NOTE TO RPT-REC(60:50)
           WRITE RPT-REC.
       WRITE-MONTH-LINE-EXIT.
           EXIT.

      * CB-FMT-INT to CB-FMT-TEXT; leaves the weekday number in
      * CB-WORK-WEEKDAY and the YYYYMMDD date in CB-WORK-DATE.
       FORMAT-DATE.
           COMPUTE CB-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER(CB-FMT-INT)
           COMPUTE CB-WORK-WEEKDAY =
               FUNCTION MOD(CB-FMT-INT - 1, 7) + 1
           MOVE CB-WORK-YYYY TO CB-FMT-YYYY
           MOVE CB-WORK-MM TO CB-FMT-MM
           MOVE CB-WORK-DD TO CB-FMT-DD
           MOVE CB-DAY-NAME(CB-WORK-WEEKDAY) TO CB-FMT-DAY.
       FORMAT-DATE-EXIT.
           EXIT.

       WRITE-PROOF-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE CB-DAYS-WRITTEN TO CB-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING CB-COUNT-DISP DELIMITED BY SIZE
                   ' CALENDAR RECORDS WRITTEN' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CB-ME-DAYS TO CB-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING CB-COUNT-DISP DELIMITED BY SIZE
                   ' FLAGGED MONTH-END' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CB-QE-DAYS TO CB-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING CB-COUNT-DISP DELIMITED BY SIZE
                   ' FLAGGED QUARTER-END' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-PROOF-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Calendar arithmetic for the programs that need to
      *             count days between dates, step a date forward or
      *             back, or know the day of the week: YYYYMMDD dates
      *             are turned into a running day number and back
      *             again with whole-number arithmetic on the
      *             Gregorian calendar, so the days between two dates
      *             is one day number less the other and month and
      *             year ends, leap years included, need no special
      *             handling by the caller.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-CALC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  calc-year               PIC 9(04) VALUE ZERO.
       01  calc-month              PIC 9(02) VALUE ZERO.
       01  calc-day                PIC 9(02) VALUE ZERO.
       01  month-length            PIC 9(02) VALUE ZERO.
       01  leap-year-switch        PIC X(01) VALUE 'N'.
           88  leap-year               VALUE 'Y'.
       01  quotient                PIC 9(09) VALUE ZERO.
       01  remainder-part          PIC 9(09) VALUE ZERO.
       01  shift-a                 PIC 9(09) VALUE ZERO.
       01  shift-y                 PIC 9(09) VALUE ZERO.
       01  shift-m                 PIC 9(09) VALUE ZERO.
       01  work-a                  PIC 9(09) VALUE ZERO.
       01  work-b                  PIC 9(09) VALUE ZERO.
       01  work-c                  PIC 9(09) VALUE ZERO.
       01  work-d                  PIC 9(09) VALUE ZERO.
       01  work-e                  PIC 9(09) VALUE ZERO.
       01  work-m                  PIC 9(09) VALUE ZERO.
       01  signed-day-number       PIC S9(09) VALUE ZERO.
       01  month-lengths.
           05  FILLER              PIC X(24)
                   VALUE '312831303130313130313031'.
       01  month-length-table REDEFINES month-lengths.
           05  month-days OCCURS 12 TIMES PIC 9(02).
       LINKAGE SECTION.
       COPY 'date_calc_params.cpy'.
       PROCEDURE DIVISION USING date-calc-request.
       0000-MAINLINE.
           MOVE 'Y' TO dcq-result.
           EVALUATE TRUE
               WHEN dcq-date-to-days
                   PERFORM 1000-DATE-TO-DAYS THRU 1000-EXIT
               WHEN dcq-days-to-date
                   PERFORM 2000-DAYS-TO-DATE THRU 2000-EXIT
               WHEN dcq-add-to-date
                   PERFORM 1000-DATE-TO-DAYS THRU 1000-EXIT
                   IF dcq-date-valid
                       COMPUTE signed-day-number =
                           dcq-day-number + dcq-add-days
                       MOVE signed-day-number TO dcq-day-number
                       PERFORM 2000-DAYS-TO-DATE THRU 2000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO dcq-result
           END-EVALUATE.
           GOBACK.

      * The date is checked before it is converted: a thirty-first
      * of a thirty-day month, or the twenty-ninth of February
      * outside a leap year, is refused rather than quietly rolled
      * into the next month.
       1000-DATE-TO-DAYS.
           IF dcq-date IS NOT NUMERIC
               MOVE 'N' TO dcq-result
           ELSE
               DIVIDE dcq-date BY 10000 GIVING calc-year
                   REMAINDER remainder-part
               DIVIDE remainder-part BY 100 GIVING calc-month
                   REMAINDER calc-day
               PERFORM 1100-CHECK-DATE THRU 1100-EXIT
               IF dcq-date-valid
                   PERFORM 1050-COUNT-DAYS THRU 1050-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      * Counting the year from March puts the leap day at the end of
      * the year, so every month but February has a fixed place.
       1050-COUNT-DAYS.
           IF calc-month < 3
               MOVE 1 TO shift-a
           ELSE
               MOVE 0 TO shift-a
           END-IF.
           COMPUTE shift-y = calc-year + 4800 - shift-a.
           COMPUTE shift-m = calc-month + (12 * shift-a) - 3.
           COMPUTE work-a = (153 * shift-m) + 2.
           DIVIDE work-a BY 5 GIVING work-b.
           DIVIDE shift-y BY 4 GIVING work-c.
           DIVIDE shift-y BY 100 GIVING work-d.
           DIVIDE shift-y BY 400 GIVING work-e.
           COMPUTE dcq-day-number = calc-day + work-b
               + (365 * shift-y) + work-c - work-d + work-e - 32045.
           PERFORM 3000-DAY-OF-WEEK THRU 3000-EXIT.
       1050-EXIT.
           EXIT.

       1100-CHECK-DATE.
           IF calc-year = ZERO OR calc-month < 1 OR calc-month > 12
               OR calc-day < 1
               MOVE 'N' TO dcq-result
           ELSE
               PERFORM 1150-CHECK-MONTH-LENGTH THRU 1150-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CHECK-MONTH-LENGTH.
           MOVE 'N' TO leap-year-switch.
           DIVIDE calc-year BY 4 GIVING quotient
               REMAINDER remainder-part.
           IF remainder-part = ZERO
               MOVE 'Y' TO leap-year-switch
               DIVIDE calc-year BY 100 GIVING quotient
                   REMAINDER remainder-part
               IF remainder-part = ZERO
                   DIVIDE calc-year BY 400 GIVING quotient
                       REMAINDER remainder-part
                   IF remainder-part NOT = ZERO
                       MOVE 'N' TO leap-year-switch
                   END-IF
               END-IF
           END-IF.
           MOVE month-days(calc-month) TO month-length.
           IF calc-month = 2 AND leap-year
               MOVE 29 TO month-length
           END-IF.
           IF calc-day > month-length
               MOVE 'N' TO dcq-result
           END-IF.
       1150-EXIT.
           EXIT.

       2000-DAYS-TO-DATE.
           COMPUTE work-a = dcq-day-number + 32044.
           COMPUTE work-e = (4 * work-a) + 3.
           DIVIDE work-e BY 146097 GIVING work-b.
           COMPUTE work-e = 146097 * work-b.
           DIVIDE work-e BY 4 GIVING quotient.
           COMPUTE work-c = work-a - quotient.
           COMPUTE work-e = (4 * work-c) + 3.
           DIVIDE work-e BY 1461 GIVING work-d.
           COMPUTE work-e = 1461 * work-d.
           DIVIDE work-e BY 4 GIVING quotient.
           COMPUTE work-e = work-c - quotient.
           COMPUTE quotient = (5 * work-e) + 2.
           DIVIDE quotient BY 153 GIVING work-m.
           COMPUTE quotient = (153 * work-m) + 2.
           DIVIDE quotient BY 5 GIVING quotient.
           COMPUTE calc-day = work-e - quotient + 1.
           DIVIDE work-m BY 10 GIVING quotient.
           COMPUTE calc-month = work-m + 3 - (12 * quotient).
           COMPUTE calc-year = (100 * work-b) + work-d - 4800
               + quotient.
           COMPUTE dcq-date = (calc-year * 10000)
               + (calc-month * 100) + calc-day.
           PERFORM 3000-DAY-OF-WEEK THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      * Day number zero fell on a Monday, so the remainder over seven
      * counts the days since the last Monday.
       3000-DAY-OF-WEEK.
           DIVIDE dcq-day-number BY 7 GIVING quotient
               REMAINDER remainder-part.
           COMPUTE dcq-day-of-week = remainder-part + 1.
       3000-EXIT.
           EXIT.

       END PROGRAM DATE-CALC.
